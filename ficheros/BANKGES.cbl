       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKGES.

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

           SELECT OPTIONAL FESTIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSF.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.

           SELECT INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

           SELECT RESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.


       DATA DIVISION.
       FILE SECTION.
      *    Diario electronico de sesiones de cliente (ver BANKDIA):
      *    se recorre por la clave alternativa de tarjeta, que deja
      *    juntas las operaciones de cada tarjeta para contar las
      *    tarjetas distintas y sus denegaciones.
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

      *    Calendario de dias habiles (ver BANKFES): una fila por
      *    festivo; los sabados y domingos no necesitan fila, la
      *    regla de fin de semana va en el codigo.
       FD FESTIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "festivos.ubd".
       01 FESTIVOS-REG.
           02 FES-FECHA            PIC  9(8).
           02 FES-DESCRIPCION      PIC  X(35).

      *    Parametros de explotacion (ver BANKPAR): variacion en
      *    tanto por ciento sobre la referencia que se marca en el
      *    informe (INFORME-VARIACION) y numero minimo de operaciones
      *    para que una cifra se marque (INFORME-MINIMO).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Informe diario de operaciones para la direccion, comparado
      *    con el mismo dia de la semana anterior.
       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operaciones.lst".
       01 LINEA-INFORME            PIC  X(90).

      *    Resumen del mes en curso, que solo sale el ultimo dia habil
      *    del mes, comparado con los mismos dias del mes anterior.
       FD RESUMEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operacmes.lst".
       01 LINEA-RESUMEN            PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSU                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSI                      PIC  X(2).
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

      *    Umbrales de la marca de variacion (parametros INFORME-* en
      *    parametros.ubd; el VALUE es el valor por defecto si falta
      *    el parametro).
       77 UMBRAL-VARIACION         PIC  9(5) VALUE 50.
       77 MINIMO-VARIACION         PIC  9(7) VALUE 10.

       77 F-HOY                    PIC  9(8).
       77 F-DCL                    PIC  9(8).
       77 DIA-HOY                  PIC  9(7).
       77 DIA-ENTERO               PIC  9(7).
       77 DIA-SEMANA               PIC  9(1).
       77 F-HABIL                  PIC  9(8).
       77 F-FIN-MES-ANT            PIC  9(8).
       01 FECHA-TRABAJO.
           05 FTR-ANO              PIC  9(4).
           05 FTR-MES              PIC  9(2).
           05 FTR-DIA              PIC  9(2).
       01 F-TRABAJO REDEFINES FECHA-TRABAJO PIC 9(8).

       77 CALENDARIO-DISPONIBLE    PIC  X(1) VALUE "N".
           88 CALENDARIO-OK         VALUE "S".
       77 HAY-RESUMEN              PIC  X(1) VALUE "N".
           88 TOCA-RESUMEN          VALUE "S".
       77 SALIDA-ACTUAL            PIC  X(1).
           88 SALIDA-RESUMEN        VALUE "R".

      *    Periodos que se acumulan en una sola pasada del diario:
      *    1 hoy, 2 el mismo dia de la semana anterior, 3 el mes en
      *    curso hasta hoy y 4 los mismos dias del mes anterior.
       01 TABLA-PERIODOS.
           05 TPE-ENTRY OCCURS 4 TIMES.
               10 TPE-DESDE            PIC  9(8).
               10 TPE-HASTA            PIC  9(8).
               10 TPE-OPS              PIC  9(7).
               10 TPE-IMPORTE-CENT     PIC  9(13).
               10 TPE-TARJETAS         PIC  9(7).
               10 TPE-ULTIMA           PIC  9(16).
               10 TPE-VISTA            PIC  X(1).
       77 PER-IDX                  PIC  9(1).
       77 PER-ACTUAL               PIC  9(1).
       77 PER-BASE                 PIC  9(1).

      *    Operaciones y programas vistos en el diario
       01 TABLA-OPERACIONES.
           05 TO-ENTRY OCCURS 100 TIMES.
               10 TO-OPERACION         PIC  X(20).
               10 TO-PROGRAMA          PIC  X(8).
               10 TO-PERIODO OCCURS 4 TIMES.
                   15 TO-OPS           PIC  9(7).
                   15 TO-IMPORTE-CENT  PIC  9(13).
       77 TOTAL-OPERACIONES        PIC  9(3) VALUE 0.
       77 IND-OP                   PIC  9(3).

      *    Codigos de resultado vistos en el diario; TR-DEN-TARJETA
      *    lleva las denegaciones de hoy de la tarjeta en curso.
       01 TABLA-RESULTADOS.
           05 TR-ENTRY OCCURS 12 TIMES.
               10 TR-CODIGO            PIC  X(2).
               10 TR-OPS OCCURS 4 TIMES PIC 9(7).
               10 TR-DEN-TARJETA       PIC  9(5).
       77 TOTAL-RESULTADOS         PIC  9(2) VALUE 0.
       77 IND-RES                  PIC  9(2).
       77 IND-MAYOR                PIC  9(2).
       77 DESCRIPCION-RESULTADO    PIC  X(22).

      *    Perfil horario de hoy y de la semana anterior
       01 TABLA-HORAS.
           05 TH-ENTRY OCCURS 24 TIMES.
               10 TH-OPS OCCURS 2 TIMES PIC 9(7).
       77 IND-HORA                 PIC  9(2).
       77 MAXIMO-HORA              PIC  9(7).
       77 LONG-BARRA               PIC  9(2).
       77 BARRA-LLENA              PIC  X(30) VALUE ALL "*".

      *    Tarjetas con mas denegaciones hoy, de mayor a menor, con
      *    sus tres motivos principales.
       01 TABLA-DENEGACIONES.
           05 TD-ENTRY OCCURS 10 TIMES.
               10 TD-TARJETA           PIC  9(16).
               10 TD-TOTAL             PIC  9(5).
               10 TD-MOTIVO OCCURS 3 TIMES.
                   15 TD-CODIGO        PIC  X(2).
                   15 TD-VECES         PIC  9(5).
       01 TD-AUXILIAR.
           05 TDA-TARJETA              PIC  9(16).
           05 TDA-TOTAL                PIC  9(5).
           05 TDA-MOTIVO OCCURS 3 TIMES.
               10 TDA-CODIGO           PIC  X(2).
               10 TDA-VECES            PIC  9(5).
       77 TOTAL-TOP                PIC  9(2) VALUE 0.
       77 IND-TOP                  PIC  9(2).
       77 IND-MOTIVO               PIC  9(1).
       77 TARJETA-PROCESO          PIC  9(16) VALUE 0.
       77 DEN-TARJETA              PIC  9(5) VALUE 0.

       77 IMPORTE-OP               PIC  9(11).

      *    Variacion de una cifra sobre su referencia
       77 VAR-ACTUAL               PIC  9(13).
       77 VAR-BASE                 PIC  9(13).
       77 VAR-PCT                  PIC S9(9).
       01 VAR-TEXTO.
           05 VAR-PCT-ED           PIC  +(5)9.
           05 FILLER               PIC  X(1) VALUE "%".
       01 VAR-TEXTO-X REDEFINES VAR-TEXTO PIC X(7).
       77 VAR-MARCA                PIC  X(2).
       77 PCT-DECIMAS              PIC  9(5).

       77 CONTADOR-LEIDOS          PIC  9(7) VALUE 0.
       77 CONTADOR-EN-PERIODO      PIC  9(7) VALUE 0.
       77 CONTADOR-SIN-SITIO       PIC  9(7) VALUE 0.
       77 CONTADOR-MARCADAS        PIC  9(5) VALUE 0.

       01 LIN-SALIDA               PIC  X(90).
       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.

       01 LIN-CAB-DIA.
           05 FILLER               PIC  X(44) VALUE
               "UNIZARBANK - INFORME DIARIO DE OPERACIONES".
           05 FILLER               PIC  X(6) VALUE "FECHA ".
           05 CDI-FECHA            PIC  9(8).
           05 FILLER               PIC  X(16) VALUE
               "  COMPARADO CON ".
           05 CDI-BASE             PIC  9(8).
           05 FILLER               PIC  X(8) VALUE SPACES.

       01 LIN-CAB-MES.
           05 FILLER               PIC  X(35) VALUE
               "UNIZARBANK - RESUMEN DEL MES HASTA ".
           05 CME-FECHA            PIC  9(8).
           05 FILLER               PIC  X(15) VALUE
               " COMPARADO CON ".
           05 CME-DESDE            PIC  9(8).
           05 FILLER               PIC  X(3) VALUE " A ".
           05 CME-HASTA            PIC  9(8).
           05 FILLER               PIC  X(13) VALUE SPACES.

       01 LIN-CAB-OP.
           05 FILLER               PIC  X(21) VALUE "OPERACION".
           05 FILLER               PIC  X(9) VALUE "PROGRAMA".
           05 FILLER               PIC  X(9) VALUE "OPERAC.".
           05 FILLER               PIC  X(16) VALUE
               "    IMPORTE OK".
           05 FILLER               PIC  X(9) VALUE "ANTERIOR".
           05 FILLER               PIC  X(8) VALUE "VARIAC.".
           05 FILLER               PIC  X(18) VALUE SPACES.

       01 LIN-OP.
           05 LOP-OPERACION        PIC  X(20).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LOP-PROGRAMA         PIC  X(8).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LOP-OPS              PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LOP-IMPORTE-ENT      PIC  Z(10)9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LOP-IMPORTE-DEC      PIC  9(2).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LOP-BASE             PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LOP-VARIACION        PIC  X(7).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LOP-MARCA            PIC  X(2).
           05 FILLER               PIC  X(16) VALUE SPACES.

       01 LIN-CAB-RES.
           05 FILLER               PIC  X(27) VALUE "RESULTADO".
           05 FILLER               PIC  X(9) VALUE "OPERAC.".
           05 FILLER               PIC  X(8) VALUE "% TOTAL".
           05 FILLER               PIC  X(9) VALUE "ANTERIOR".
           05 FILLER               PIC  X(8) VALUE "% ANT.".
           05 FILLER               PIC  X(8) VALUE "VARIAC.".
           05 FILLER               PIC  X(21) VALUE SPACES.

       01 LIN-RES.
           05 LRE-CODIGO           PIC  X(2).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LRE-DESCRIPCION      PIC  X(22).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LRE-OPS              PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LRE-PCT-ENT          PIC  ZZ9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LRE-PCT-DEC          PIC  9(1).
           05 FILLER               PIC  X(3) VALUE "%  ".
           05 LRE-BASE             PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LRE-BPCT-ENT         PIC  ZZ9.
           05 FILLER               PIC  X(1) VALUE ",".
           05 LRE-BPCT-DEC         PIC  9(1).
           05 FILLER               PIC  X(3) VALUE "%  ".
           05 LRE-VARIACION        PIC  X(7).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LRE-MARCA            PIC  X(2).
           05 FILLER               PIC  X(19) VALUE SPACES.

       01 LIN-CAB-HORA.
           05 FILLER               PIC  X(5) VALUE "HORA".
           05 FILLER               PIC  X(9) VALUE "OPERAC.".
           05 FILLER               PIC  X(9) VALUE "ANTERIOR".
           05 FILLER               PIC  X(8) VALUE "VARIAC.".
           05 FILLER               PIC  X(59) VALUE SPACES.

       01 LIN-HORA.
           05 LHO-HORA             PIC  9(2).
           05 FILLER               PIC  X(3) VALUE "h  ".
           05 LHO-OPS              PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LHO-BASE             PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LHO-VARIACION        PIC  X(7).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LHO-MARCA            PIC  X(2).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LHO-BARRA            PIC  X(30).
           05 FILLER               PIC  X(25) VALUE SPACES.

       01 LIN-CIFRA.
           05 LCI-ETIQUETA         PIC  X(30).
           05 LCI-ACTUAL           PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LCI-BASE             PIC  ZZZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LCI-VARIACION        PIC  X(7).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 LCI-MARCA            PIC  X(2).
           05 FILLER               PIC  X(32) VALUE SPACES.

       01 LIN-CAB-TOP.
           05 FILLER               PIC  X(18) VALUE "TARJETA".
           05 FILLER               PIC  X(7) VALUE "DENEG.".
           05 FILLER               PIC  X(33) VALUE
               "MOTIVOS PRINCIPALES".
           05 FILLER               PIC  X(32) VALUE SPACES.

       01 LIN-TOP.
           05 LTP-TARJETA          PIC  9(16).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LTP-TOTAL            PIC  ZZZZ9.
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 LTP-MOTIVO OCCURS 3 TIMES.
               10 LTP-CODIGO       PIC  X(2).
               10 FILLER           PIC  X(1).
               10 LTP-VECES        PIC  ZZZZ9.
               10 FILLER           PIC  X(3).
           05 FILLER               PIC  X(32) VALUE SPACES.


      *    INFORME DIARIO DE OPERACIONES -- recorre el diario
      *    electronico de sesiones (diariocli.ubd) y saca en
      *    operaciones.lst, para la direccion, el numero de
      *    operaciones y el importe de las correctas por operacion y
      *    programa, el reparto por codigo de resultado con la tasa
      *    de cada denegacion ("VE" controles, "LI" limite, "SF" sin
      *    fondos, "ER" otros...), el perfil por horas, las tarjetas
      *    distintas que han operado y las tarjetas con mas
      *    denegaciones con sus motivos principales. Cada cifra se
      *    compara con el mismo dia de la semana anterior y se marca
      *    "**" si varia mas de INFORME-VARIACION por ciento. El
      *    ultimo dia habil del mes (segun festivos.ubd) saca ademas
      *    en operacmes.lst el resumen del mes en curso comparado con
      *    los mismos dias del mes anterior.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKGES - Informe diario de operaciones".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(F-HOY).

           PERFORM 0500-LEER-PARAMETROS
               THRU 0500-LEER-PARAMETROS-EXIT.

      *    sin fichero de festivos solo aplica la regla de fin de
      *    semana; el informe no se cae por eso
           MOVE "N" TO CALENDARIO-DISPONIBLE.
           OPEN INPUT FESTIVOS.
           IF FSF = 00 OR FSF = 05
               MOVE "S" TO CALENDARIO-DISPONIBLE
           ELSE
               DISPLAY "festivos.ubd no disponible FSF=" FSF
                   ", solo regla de fin de semana".

           PERFORM 0600-PERIODOS THRU 0600-PERIODOS-EXIT.
           PERFORM 0700-ULTIMO-HABIL THRU 0700-ULTIMO-HABIL-EXIT.
           IF CALENDARIO-OK
               CLOSE FESTIVOS.
           IF TOCA-RESUMEN
               DISPLAY "Ultimo dia habil del mes: sale el resumen "
                   "mensual".

           OPEN INPUT DIARIOCLI.
           IF FSU NOT = 00 AND FSU NOT = 05
               DISPLAY "No se ha podido abrir diariocli.ubd FSU=" FSU
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN OUTPUT INFORME.
           IF FSI NOT = 00
               DISPLAY "No se ha podido crear operaciones.lst FSI="
                   FSI
               CLOSE DIARIOCLI
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           MOVE 0 TO DCL-TARJETA.
           START DIARIOCLI KEY IS >= DCL-TARJETA INVALID KEY
               DISPLAY "El diario electronico esta vacio"
               GO TO 4000-INFORME.

       1000-RECORRER-DIARIO.
           READ DIARIOCLI NEXT RECORD AT END
               PERFORM 3000-CERRAR-TARJETA
                   THRU 3000-CERRAR-TARJETA-EXIT
               GO TO 4000-INFORME.

           ADD 1 TO CONTADOR-LEIDOS.
           IF DCL-TARJETA NOT = TARJETA-PROCESO
               PERFORM 3000-CERRAR-TARJETA
                   THRU 3000-CERRAR-TARJETA-EXIT
               MOVE DCL-TARJETA TO TARJETA-PROCESO.

           COMPUTE F-DCL = (DCL-ANO * 10000) + (DCL-MES * 100)
                           + DCL-DIA.
           IF DCL-IMPORTE-ENT < 0
               COMPUTE IMPORTE-OP = ((0 - DCL-IMPORTE-ENT) * 100)
                                    + DCL-IMPORTE-DEC
           ELSE
               COMPUTE IMPORTE-OP = (DCL-IMPORTE-ENT * 100)
                                    + DCL-IMPORTE-DEC
           END-IF.

           IF F-DCL >= TPE-DESDE(3) OR
                   (F-DCL >= TPE-DESDE(2) AND F-DCL <= TPE-HASTA(2))
                   OR (F-DCL >= TPE-DESDE(4)
                       AND F-DCL <= TPE-HASTA(4))
               ADD 1 TO CONTADOR-EN-PERIODO
           ELSE
               GO TO 1000-RECORRER-DIARIO.

           PERFORM 1100-BUSCAR-OPERACION
               THRU 1100-BUSCAR-OPERACION-EXIT.
           PERFORM 1200-BUSCAR-RESULTADO
               THRU 1200-BUSCAR-RESULTADO-EXIT.

           MOVE 1 TO PER-IDX.

       1000-PERIODOS.
           IF PER-IDX > 4
               GO TO 1000-RECORRER-DIARIO.
           IF F-DCL >= TPE-DESDE(PER-IDX)
                   AND F-DCL <= TPE-HASTA(PER-IDX)
               PERFORM 2000-ACUMULAR THRU 2000-ACUMULAR-EXIT.
           ADD 1 TO PER-IDX.
           GO TO 1000-PERIODOS.

      *    Lee los umbrales de la marca; sin fichero o sin fila rigen
      *    los valores por defecto.
       0500-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO 0500-LEER-PARAMETROS-EXIT.

           MOVE "INFORME-VARIACION" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0
                   MOVE PAR-VALOR TO UMBRAL-VARIACION
               END-IF
           END-READ.

           MOVE "INFORME-MINIMO" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PAR-VALOR TO MINIMO-VARIACION
           END-READ.

           CLOSE PARAMETROS.

       0500-LEER-PARAMETROS-EXIT.
           EXIT.

      *    Limites de los cuatro periodos. Los mismos dias del mes
      *    anterior van del dia 1 al dia de hoy, recortado al ultimo
      *    dia de aquel mes.
       0600-PERIODOS.
           INITIALIZE TABLA-PERIODOS.
           INITIALIZE TABLA-OPERACIONES.
           INITIALIZE TABLA-RESULTADOS.
           INITIALIZE TABLA-HORAS.
           INITIALIZE TABLA-DENEGACIONES.

           MOVE F-HOY TO TPE-DESDE(1).
           MOVE F-HOY TO TPE-HASTA(1).

           COMPUTE DIA-ENTERO = DIA-HOY - 7.
           COMPUTE TPE-DESDE(2) = FUNCTION DATE-OF-INTEGER(DIA-ENTERO).
           MOVE TPE-DESDE(2) TO TPE-HASTA(2).

           MOVE ANO TO FTR-ANO.
           MOVE MES TO FTR-MES.
           MOVE 1   TO FTR-DIA.
           MOVE F-TRABAJO TO TPE-DESDE(3).
           MOVE F-HOY     TO TPE-HASTA(3).

           COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE(F-TRABAJO)
                                - 1.
           COMPUTE F-FIN-MES-ANT =
               FUNCTION DATE-OF-INTEGER(DIA-ENTERO).
           MOVE F-FIN-MES-ANT TO F-TRABAJO.
           IF DIA < FTR-DIA
               MOVE DIA TO FTR-DIA.
           MOVE F-TRABAJO TO TPE-HASTA(4).
           MOVE 1 TO FTR-DIA.
           MOVE F-TRABAJO TO TPE-DESDE(4).

       0600-PERIODOS-EXIT.
           EXIT.

      *    Hoy es el ultimo dia habil del mes si es habil y el
      *    siguiente dia habil ya cae en otro mes; misma regla de fin
      *    de semana y festivos que el calculo de fecha valor.
       0700-ULTIMO-HABIL.
           MOVE "N" TO HAY-RESUMEN.
           MOVE DIA-HOY TO DIA-ENTERO.
           PERFORM 0800-ES-HABIL THRU 0800-ES-HABIL-EXIT.
           IF F-HABIL = 0
               GO TO 0700-ULTIMO-HABIL-EXIT.

       0700-SIGUIENTE.
           ADD 1 TO DIA-ENTERO.
           PERFORM 0800-ES-HABIL THRU 0800-ES-HABIL-EXIT.
           IF F-HABIL = 0
               GO TO 0700-SIGUIENTE.
           MOVE F-HABIL TO F-TRABAJO.
           IF FTR-MES NOT = MES
               MOVE "S" TO HAY-RESUMEN.

       0700-ULTIMO-HABIL-EXIT.
           EXIT.

      *    Deja en F-HABIL la fecha de DIA-ENTERO si es dia habil, o
      *    cero si es sabado, domingo o festivo. INTEGER-OF-DATE
      *    parte del lunes 1-1-1601, asi que MOD 7 = 0 es domingo.
       0800-ES-HABIL.
           MOVE 0 TO F-HABIL.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-ENTERO, 7).
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               GO TO 0800-ES-HABIL-EXIT.
           COMPUTE F-HABIL = FUNCTION DATE-OF-INTEGER(DIA-ENTERO).
           IF NOT CALENDARIO-OK
               GO TO 0800-ES-HABIL-EXIT.
           MOVE F-HABIL TO FES-FECHA.
           READ FESTIVOS INVALID KEY
               GO TO 0800-ES-HABIL-EXIT.
           MOVE 0 TO F-HABIL.

       0800-ES-HABIL-EXIT.
           EXIT.

      *    Deja en IND-OP la fila de la operacion y programa del
      *    apunte, dandola de alta si es nueva; cero si la tabla esta
      *    llena.
       1100-BUSCAR-OPERACION.
           MOVE 1 TO IND-OP.

       1100-BUCLE.
           IF IND-OP > TOTAL-OPERACIONES
               GO TO 1100-NUEVA.
           IF TO-OPERACION(IND-OP) = DCL-OPERACION
                   AND TO-PROGRAMA(IND-OP) = DCL-PROGRAMA
               GO TO 1100-BUSCAR-OPERACION-EXIT.
           ADD 1 TO IND-OP.
           GO TO 1100-BUCLE.

       1100-NUEVA.
           IF TOTAL-OPERACIONES >= 100
               MOVE 0 TO IND-OP
               ADD 1 TO CONTADOR-SIN-SITIO
               GO TO 1100-BUSCAR-OPERACION-EXIT.
           ADD 1 TO TOTAL-OPERACIONES.
           MOVE TOTAL-OPERACIONES TO IND-OP.
           MOVE DCL-OPERACION TO TO-OPERACION(IND-OP).
           MOVE DCL-PROGRAMA  TO TO-PROGRAMA(IND-OP).

       1100-BUSCAR-OPERACION-EXIT.
           EXIT.

      *    Igual para el codigo de resultado.
       1200-BUSCAR-RESULTADO.
           MOVE 1 TO IND-RES.

       1200-BUCLE.
           IF IND-RES > TOTAL-RESULTADOS
               GO TO 1200-NUEVO.
           IF TR-CODIGO(IND-RES) = DCL-RESULTADO
               GO TO 1200-BUSCAR-RESULTADO-EXIT.
           ADD 1 TO IND-RES.
           GO TO 1200-BUCLE.

       1200-NUEVO.
           IF TOTAL-RESULTADOS >= 12
               MOVE 0 TO IND-RES
               GO TO 1200-BUSCAR-RESULTADO-EXIT.
           ADD 1 TO TOTAL-RESULTADOS.
           MOVE TOTAL-RESULTADOS TO IND-RES.
           MOVE DCL-RESULTADO TO TR-CODIGO(IND-RES).

       1200-BUSCAR-RESULTADO-EXIT.
           EXIT.

      *    Suma el apunte en el periodo PER-IDX.
       2000-ACUMULAR.
           ADD 1 TO TPE-OPS(PER-IDX).
           IF DCL-RESULTADO = "OK"
               ADD IMPORTE-OP TO TPE-IMPORTE-CENT(PER-IDX).

           IF TPE-VISTA(PER-IDX) NOT = "S"
                   OR TPE-ULTIMA(PER-IDX) NOT = DCL-TARJETA
               ADD 1 TO TPE-TARJETAS(PER-IDX)
               MOVE DCL-TARJETA TO TPE-ULTIMA(PER-IDX)
               MOVE "S" TO TPE-VISTA(PER-IDX).

           IF IND-OP > 0
               ADD 1 TO TO-OPS(IND-OP, PER-IDX)
               IF DCL-RESULTADO = "OK"
                   ADD IMPORTE-OP TO TO-IMPORTE-CENT(IND-OP, PER-IDX)
               END-IF
           END-IF.

           IF IND-RES > 0
               ADD 1 TO TR-OPS(IND-RES, PER-IDX).

           IF PER-IDX <= 2 AND DCL-HOR < 24
               ADD 1 TO TH-OPS(DCL-HOR + 1, PER-IDX).

           IF PER-IDX = 1 AND DCL-RESULTADO NOT = "OK"
                   AND IND-RES > 0
               ADD 1 TO DEN-TARJETA
               ADD 1 TO TR-DEN-TARJETA(IND-RES).

       2000-ACUMULAR-EXIT.
           EXIT.

      *    Al cambiar de tarjeta, la que termina entra en la tabla de
      *    las que mas denegaciones han tenido hoy si le corresponde.
       3000-CERRAR-TARJETA.
           IF DEN-TARJETA = 0
               GO TO 3000-CERRAR-TARJETA-EXIT.

           IF TOTAL-TOP < 10
               ADD 1 TO TOTAL-TOP
               MOVE TOTAL-TOP TO IND-TOP
           ELSE
               IF DEN-TARJETA > TD-TOTAL(10)
                   MOVE 10 TO IND-TOP
               ELSE
                   GO TO 3000-LIMPIAR
               END-IF
           END-IF.

           MOVE TARJETA-PROCESO TO TD-TARJETA(IND-TOP).
           MOVE DEN-TARJETA     TO TD-TOTAL(IND-TOP).
           MOVE 1 TO IND-MOTIVO.

      *    los tres motivos de mas peso, de mayor a menor
       3000-MOTIVOS.
           IF IND-MOTIVO > 3
               GO TO 3000-SUBIR.
           MOVE SPACES TO TD-CODIGO(IND-TOP, IND-MOTIVO).
           MOVE 0      TO TD-VECES(IND-TOP, IND-MOTIVO).
           MOVE 0 TO IND-MAYOR.
           MOVE 1 TO IND-RES.

       3000-MAYOR.
           IF IND-RES > TOTAL-RESULTADOS
               GO TO 3000-ANOTAR.
           IF TR-DEN-TARJETA(IND-RES) > TD-VECES(IND-TOP, IND-MOTIVO)
               MOVE TR-DEN-TARJETA(IND-RES)
                   TO TD-VECES(IND-TOP, IND-MOTIVO)
               MOVE IND-RES TO IND-MAYOR.
           ADD 1 TO IND-RES.
           GO TO 3000-MAYOR.

       3000-ANOTAR.
           IF IND-MAYOR > 0
               MOVE TR-CODIGO(IND-MAYOR)
                   TO TD-CODIGO(IND-TOP, IND-MOTIVO)
               MOVE 0 TO TR-DEN-TARJETA(IND-MAYOR).
           ADD 1 TO IND-MOTIVO.
           GO TO 3000-MOTIVOS.

      *    la fila nueva sube hasta su sitio
       3000-SUBIR.
           IF IND-TOP = 1
               GO TO 3000-LIMPIAR.
           IF TD-TOTAL(IND-TOP) NOT > TD-TOTAL(IND-TOP - 1)
               GO TO 3000-LIMPIAR.
           MOVE TD-ENTRY(IND-TOP - 1) TO TD-AUXILIAR.
           MOVE TD-ENTRY(IND-TOP)     TO TD-ENTRY(IND-TOP - 1).
           MOVE TD-AUXILIAR           TO TD-ENTRY(IND-TOP).
           SUBTRACT 1 FROM IND-TOP.
           GO TO 3000-SUBIR.

       3000-LIMPIAR.
           MOVE 0 TO DEN-TARJETA.
           MOVE 1 TO IND-RES.

       3000-LIMPIAR-BUCLE.
           IF IND-RES > TOTAL-RESULTADOS
               GO TO 3000-CERRAR-TARJETA-EXIT.
           MOVE 0 TO TR-DEN-TARJETA(IND-RES).
           ADD 1 TO IND-RES.
           GO TO 3000-LIMPIAR-BUCLE.

       3000-CERRAR-TARJETA-EXIT.
           EXIT.

      *    Informe diario, y el resumen del mes si toca.
       4000-INFORME.
           CLOSE DIARIOCLI.

           MOVE "D" TO SALIDA-ACTUAL.
           MOVE 1 TO PER-ACTUAL.
           MOVE 2 TO PER-BASE.
           MOVE F-HOY        TO CDI-FECHA.
           MOVE TPE-DESDE(2) TO CDI-BASE.
           MOVE LIN-CAB-DIA TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.

           PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
           PERFORM 5100-OPERACIONES THRU 5100-OPERACIONES-EXIT.
           PERFORM 5200-RESULTADOS THRU 5200-RESULTADOS-EXIT.
           PERFORM 5300-HORAS THRU 5300-HORAS-EXIT.
           PERFORM 5400-DENEGACIONES THRU 5400-DENEGACIONES-EXIT.
           CLOSE INFORME.

           IF NOT TOCA-RESUMEN
               GO TO 9000-FIN.

           OPEN OUTPUT RESUMEN.
           IF FSR NOT = 00
               DISPLAY "No se ha podido crear operacmes.lst FSR=" FSR
               MOVE 8 TO RETURN-CODE
               GO TO 9000-FIN.

           MOVE "R" TO SALIDA-ACTUAL.
           MOVE 3 TO PER-ACTUAL.
           MOVE 4 TO PER-BASE.
           MOVE F-HOY        TO CME-FECHA.
           MOVE TPE-DESDE(4) TO CME-DESDE.
           MOVE TPE-HASTA(4) TO CME-HASTA.
           MOVE LIN-CAB-MES TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.

           PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
           PERFORM 5100-OPERACIONES THRU 5100-OPERACIONES-EXIT.
           PERFORM 5200-RESULTADOS THRU 5200-RESULTADOS-EXIT.
           CLOSE RESUMEN.
           GO TO 9000-FIN.

      *    Totales del periodo: operaciones, importe correcto y
      *    tarjetas distintas.
       5000-TOTALES.
           PERFORM 8100-LINEA-BLANCA THRU 8100-LINEA-BLANCA-EXIT.

           MOVE "OPERACIONES PEDIDAS" TO LCI-ETIQUETA.
           MOVE TPE-OPS(PER-ACTUAL) TO VAR-ACTUAL.
           MOVE TPE-OPS(PER-BASE)   TO VAR-BASE.
           PERFORM 6000-CIFRA THRU 6000-CIFRA-EXIT.

           MOVE "TARJETAS DISTINTAS" TO LCI-ETIQUETA.
           MOVE TPE-TARJETAS(PER-ACTUAL) TO VAR-ACTUAL.
           MOVE TPE-TARJETAS(PER-BASE)   TO VAR-BASE.
           PERFORM 6000-CIFRA THRU 6000-CIFRA-EXIT.

           MOVE "IMPORTE CORRECTO (EUROS)" TO LCI-ETIQUETA.
           COMPUTE VAR-ACTUAL = TPE-IMPORTE-CENT(PER-ACTUAL) / 100.
           COMPUTE VAR-BASE   = TPE-IMPORTE-CENT(PER-BASE) / 100.
           PERFORM 6000-CIFRA THRU 6000-CIFRA-EXIT.

       5000-TOTALES-EXIT.
           EXIT.

      *    Operaciones e importe correcto por operacion y programa.
       5100-OPERACIONES.
           PERFORM 8100-LINEA-BLANCA THRU 8100-LINEA-BLANCA-EXIT.
           MOVE "OPERACIONES POR OPERACION Y PROGRAMA" TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           MOVE LIN-CAB-OP TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           MOVE 1 TO IND-OP.

       5100-BUCLE.
           IF IND-OP > TOTAL-OPERACIONES
               GO TO 5100-OPERACIONES-EXIT.
           IF TO-OPS(IND-OP, PER-ACTUAL) = 0
                   AND TO-OPS(IND-OP, PER-BASE) = 0
               ADD 1 TO IND-OP
               GO TO 5100-BUCLE.
           MOVE TO-OPERACION(IND-OP) TO LOP-OPERACION.
           MOVE TO-PROGRAMA(IND-OP)  TO LOP-PROGRAMA.
           MOVE TO-OPS(IND-OP, PER-ACTUAL) TO LOP-OPS.
           COMPUTE LOP-IMPORTE-ENT =
               TO-IMPORTE-CENT(IND-OP, PER-ACTUAL) / 100.
           MOVE FUNCTION MOD(TO-IMPORTE-CENT(IND-OP, PER-ACTUAL), 100)
               TO LOP-IMPORTE-DEC.
           MOVE TO-OPS(IND-OP, PER-BASE) TO LOP-BASE.
           MOVE TO-OPS(IND-OP, PER-ACTUAL) TO VAR-ACTUAL.
           MOVE TO-OPS(IND-OP, PER-BASE)   TO VAR-BASE.
           PERFORM 7000-VARIACION THRU 7000-VARIACION-EXIT.
           MOVE VAR-TEXTO-X TO LOP-VARIACION.
           MOVE VAR-MARCA   TO LOP-MARCA.
           MOVE LIN-OP TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           ADD 1 TO IND-OP.
           GO TO 5100-BUCLE.

       5100-OPERACIONES-EXIT.
           EXIT.

      *    Reparto por codigo de resultado: la tasa de cada
      *    denegacion sobre el total de operaciones del periodo.
       5200-RESULTADOS.
           PERFORM 8100-LINEA-BLANCA THRU 8100-LINEA-BLANCA-EXIT.
           MOVE "OPERACIONES POR RESULTADO" TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           MOVE LIN-CAB-RES TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           MOVE 1 TO IND-RES.

       5200-BUCLE.
           IF IND-RES > TOTAL-RESULTADOS
               GO TO 5200-RESULTADOS-EXIT.
           IF TR-OPS(IND-RES, PER-ACTUAL) = 0
                   AND TR-OPS(IND-RES, PER-BASE) = 0
               ADD 1 TO IND-RES
               GO TO 5200-BUCLE.
           EVALUATE TR-CODIGO(IND-RES)
               WHEN "OK"
                   MOVE "Correctas"        TO DESCRIPCION-RESULTADO
               WHEN "VE"
                   MOVE "Vetadas controles" TO DESCRIPCION-RESULTADO
               WHEN "LI"
                   MOVE "Limite superado"  TO DESCRIPCION-RESULTADO
               WHEN "SF"
                   MOVE "Sin fondos"       TO DESCRIPCION-RESULTADO
               WHEN "SB"
                   MOVE "Sin billetes/aforo" TO DESCRIPCION-RESULTADO
               WHEN "ND"
                   MOVE "Cadena nocturna"  TO DESCRIPCION-RESULTADO
               WHEN "ER"
                   MOVE "Otros rechazos"   TO DESCRIPCION-RESULTADO
               WHEN OTHER
                   MOVE "Otro codigo"      TO DESCRIPCION-RESULTADO
           END-EVALUATE.
           MOVE TR-CODIGO(IND-RES)    TO LRE-CODIGO.
           MOVE DESCRIPCION-RESULTADO TO LRE-DESCRIPCION.
           MOVE TR-OPS(IND-RES, PER-ACTUAL) TO LRE-OPS.
           MOVE 0 TO PCT-DECIMAS.
           IF TPE-OPS(PER-ACTUAL) > 0
               COMPUTE PCT-DECIMAS = (TR-OPS(IND-RES, PER-ACTUAL)
                   * 1000) / TPE-OPS(PER-ACTUAL).
           COMPUTE LRE-PCT-ENT = PCT-DECIMAS / 10.
           MOVE FUNCTION MOD(PCT-DECIMAS, 10) TO LRE-PCT-DEC.
           MOVE TR-OPS(IND-RES, PER-BASE) TO LRE-BASE.
           MOVE 0 TO PCT-DECIMAS.
           IF TPE-OPS(PER-BASE) > 0
               COMPUTE PCT-DECIMAS = (TR-OPS(IND-RES, PER-BASE)
                   * 1000) / TPE-OPS(PER-BASE).
           COMPUTE LRE-BPCT-ENT = PCT-DECIMAS / 10.
           MOVE FUNCTION MOD(PCT-DECIMAS, 10) TO LRE-BPCT-DEC.
           MOVE TR-OPS(IND-RES, PER-ACTUAL) TO VAR-ACTUAL.
           MOVE TR-OPS(IND-RES, PER-BASE)   TO VAR-BASE.
           PERFORM 7000-VARIACION THRU 7000-VARIACION-EXIT.
           MOVE VAR-TEXTO-X TO LRE-VARIACION.
           MOVE VAR-MARCA   TO LRE-MARCA.
           MOVE LIN-RES TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           ADD 1 TO IND-RES.
           GO TO 5200-BUCLE.

       5200-RESULTADOS-EXIT.
           EXIT.

      *    Perfil por horas de hoy, con una barra proporcional a la
      *    hora de mas actividad.
       5300-HORAS.
           PERFORM 8100-LINEA-BLANCA THRU 8100-LINEA-BLANCA-EXIT.
           MOVE "ACTIVIDAD POR HORAS" TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           MOVE LIN-CAB-HORA TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.

           MOVE 0 TO MAXIMO-HORA.
           MOVE 1 TO IND-HORA.

       5300-MAXIMO.
           IF IND-HORA > 24
               GO TO 5300-LINEAS.
           IF TH-OPS(IND-HORA, 1) > MAXIMO-HORA
               MOVE TH-OPS(IND-HORA, 1) TO MAXIMO-HORA.
           ADD 1 TO IND-HORA.
           GO TO 5300-MAXIMO.

       5300-LINEAS.
           MOVE 1 TO IND-HORA.

       5300-BUCLE.
           IF IND-HORA > 24
               GO TO 5300-HORAS-EXIT.
           COMPUTE LHO-HORA = IND-HORA - 1.
           MOVE TH-OPS(IND-HORA, 1) TO LHO-OPS.
           MOVE TH-OPS(IND-HORA, 2) TO LHO-BASE.
           MOVE TH-OPS(IND-HORA, 1) TO VAR-ACTUAL.
           MOVE TH-OPS(IND-HORA, 2) TO VAR-BASE.
           PERFORM 7000-VARIACION THRU 7000-VARIACION-EXIT.
           MOVE VAR-TEXTO-X TO LHO-VARIACION.
           MOVE VAR-MARCA   TO LHO-MARCA.
           MOVE SPACES TO LHO-BARRA.
           MOVE 0 TO LONG-BARRA.
           IF MAXIMO-HORA > 0
               COMPUTE LONG-BARRA =
                   (TH-OPS(IND-HORA, 1) * 30) / MAXIMO-HORA.
           IF LONG-BARRA > 0
               MOVE BARRA-LLENA(1:LONG-BARRA) TO LHO-BARRA.
           MOVE LIN-HORA TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           ADD 1 TO IND-HORA.
           GO TO 5300-BUCLE.

       5300-HORAS-EXIT.
           EXIT.

      *    Tarjetas con mas denegaciones hoy y sus motivos.
       5400-DENEGACIONES.
           PERFORM 8100-LINEA-BLANCA THRU 8100-LINEA-BLANCA-EXIT.
           MOVE "TARJETAS CON MAS DENEGACIONES HOY" TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           IF TOTAL-TOP = 0
               MOVE "Ninguna denegacion en el dia" TO LIN-SALIDA
               PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT
               GO TO 5400-DENEGACIONES-EXIT.
           MOVE LIN-CAB-TOP TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           MOVE 1 TO IND-TOP.

       5400-BUCLE.
           IF IND-TOP > TOTAL-TOP
               GO TO 5400-DENEGACIONES-EXIT.
           MOVE TD-TARJETA(IND-TOP) TO LTP-TARJETA.
           MOVE TD-TOTAL(IND-TOP)   TO LTP-TOTAL.
           MOVE 1 TO IND-MOTIVO.

       5400-MOTIVOS.
           IF IND-MOTIVO > 3
               GO TO 5400-ESCRIBIR.
           MOVE SPACES TO LTP-MOTIVO(IND-MOTIVO).
           IF TD-VECES(IND-TOP, IND-MOTIVO) > 0
               MOVE TD-CODIGO(IND-TOP, IND-MOTIVO)
                   TO LTP-CODIGO(IND-MOTIVO)
               MOVE TD-VECES(IND-TOP, IND-MOTIVO)
                   TO LTP-VECES(IND-MOTIVO).
           ADD 1 TO IND-MOTIVO.
           GO TO 5400-MOTIVOS.

       5400-ESCRIBIR.
           MOVE LIN-TOP TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.
           ADD 1 TO IND-TOP.
           GO TO 5400-BUCLE.

       5400-DENEGACIONES-EXIT.
           EXIT.

      *    Linea de totales con la etiqueta ya puesta en LIN-CIFRA.
       6000-CIFRA.
           MOVE VAR-ACTUAL TO LCI-ACTUAL.
           MOVE VAR-BASE   TO LCI-BASE.
           PERFORM 7000-VARIACION THRU 7000-VARIACION-EXIT.
           MOVE VAR-TEXTO-X TO LCI-VARIACION.
           MOVE VAR-MARCA   TO LCI-MARCA.
           MOVE LIN-CIFRA TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.

       6000-CIFRA-EXIT.
           EXIT.

      *    Variacion en tanto por ciento de VAR-ACTUAL sobre VAR-BASE
      *    y marca "**" si pasa del umbral. Las cifras pequenas (las
      *    dos por debajo de INFORME-MINIMO) no se marcan, para que
      *    el informe no se llene de avisos sin importancia.
       7000-VARIACION.
           MOVE SPACES TO VAR-TEXTO-X.
           MOVE SPACES TO VAR-MARCA.
           IF VAR-BASE = 0
               IF VAR-ACTUAL = 0
                   GO TO 7000-VARIACION-EXIT
               ELSE
                   MOVE "  NUEVO" TO VAR-TEXTO-X
                   GO TO 7000-MARCAR
               END-IF
           END-IF.

           COMPUTE VAR-PCT = ((VAR-ACTUAL - VAR-BASE) * 100)
                             / VAR-BASE.
           IF VAR-PCT > 99999
               MOVE 99999 TO VAR-PCT.
           MOVE VAR-PCT TO VAR-PCT-ED.
           MOVE "%" TO VAR-TEXTO-X(7:1).
           IF VAR-PCT < UMBRAL-VARIACION
                   AND VAR-PCT > (0 - UMBRAL-VARIACION)
               GO TO 7000-VARIACION-EXIT.

       7000-MARCAR.
           IF VAR-ACTUAL < MINIMO-VARIACION
                   AND VAR-BASE < MINIMO-VARIACION
               GO TO 7000-VARIACION-EXIT.
           MOVE "**" TO VAR-MARCA.
           ADD 1 TO CONTADOR-MARCADAS.

       7000-VARIACION-EXIT.
           EXIT.

      *    Escribe LIN-SALIDA en el informe que se esta generando.
       8000-ESCRIBIR.
           IF SALIDA-RESUMEN
               WRITE LINEA-RESUMEN FROM LIN-SALIDA
           ELSE
               WRITE LINEA-INFORME FROM LIN-SALIDA
           END-IF.

       8000-ESCRIBIR-EXIT.
           EXIT.

       8100-LINEA-BLANCA.
           MOVE LIN-BLANCA TO LIN-SALIDA.
           PERFORM 8000-ESCRIBIR THRU 8000-ESCRIBIR-EXIT.

       8100-LINEA-BLANCA-EXIT.
           EXIT.

       9000-FIN.
           DISPLAY " ".
           DISPLAY "Apuntes del diario leidos:   " CONTADOR-LEIDOS.
           DISPLAY "Apuntes de los periodos:     " CONTADOR-EN-PERIODO.
           DISPLAY "Operaciones de hoy:          " TPE-OPS(1).
           DISPLAY "Tarjetas distintas hoy:      " TPE-TARJETAS(1).
           DISPLAY "Cifras marcadas por variacion: " CONTADOR-MARCADAS.
           IF CONTADOR-SIN-SITIO > 0
               DISPLAY "AVISO: apuntes fuera de la tabla de "
                   "operaciones: " CONTADOR-SIN-SITIO.
           GO TO 9999-EXIT.

       9999-EXIT.
           GOBACK.
