       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKASI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVE-NUM
           FILE STATUS IS FSE.

           SELECT ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL ACCESOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-NUM
           ALTERNATE RECORD KEY IS ACC-ENTRADA WITH DUPLICATES
           FILE STATUS IS FSA.

           SELECT OPTIONAL PLANO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-CLAVE
           FILE STATUS IS FSP.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSR.

           SELECT ASISTENCIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSQ.


       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventos.ubd".
       01 EVENTOS-REG.
           02 EVE-NUM               PIC  9(7).
           02 EVE-NOMBRE            PIC  X(35).
           02 EVE-ANO               PIC   9(4).
           02 EVE-MES               PIC   9(2).
           02 EVE-DIA               PIC   9(2).
           02 EVE-PRECIO-ENT        PIC   9(5).
           02 EVE-PRECIO-DEC        PIC   9(2).
           02 EVE-AFORO             PIC   9(5).
           02 EVE-DISPONIBLES       PIC   9(5).
      *    ver BANKEVT: "C" cancelado, cualquier otro valor activo
           02 EVE-ESTADO            PIC   X(1).

       FD ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADAS-REG.
           02 ENT-NUM               PIC  9(35).
           02 ENT-EVENTO            PIC   9(7).
           02 ENT-TARJETA           PIC  9(16).
           02 ENT-ANO               PIC   9(4).
           02 ENT-MES               PIC   9(2).
           02 ENT-DIA               PIC   9(2).
           02 ENT-HOR               PIC   9(2).
           02 ENT-MIN               PIC   9(2).
           02 ENT-SEG               PIC   9(2).
           02 ENT-PRECIO-ENT        PIC   9(5).
           02 ENT-PRECIO-DEC        PIC   9(2).
      *    "D" devuelta; cualquier otro valor, vendida
           02 ENT-ESTADO            PIC   X(1).
      *    fila y butaca asignadas en eventos con plano (ver BANK8);
      *    a cero en las entradas sin numerar
           02 ENT-FILA              PIC   9(3).
           02 ENT-BUTACA            PIC   9(3).

      *    Lecturas en la puerta (ver BANKACC): "OK" admitida; los
      *    rechazos llevan el motivo ("NE" no existe, "DV" devuelta,
      *    "EV" de otro evento, "FE" el evento no es hoy, "US" ya
      *    usada).
       FD ACCESOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "accesos.ubd".
       01 ACCESOS-REG.
           02 ACC-NUM               PIC  9(35).
           02 ACC-ENTRADA           PIC  9(35).
           02 ACC-EVENTO            PIC   9(7).
           02 ACC-FILA              PIC   9(3).
           02 ACC-BUTACA            PIC   9(3).
           02 ACC-ANO               PIC   9(4).
           02 ACC-MES               PIC   9(2).
           02 ACC-DIA               PIC   9(2).
           02 ACC-HOR               PIC   9(2).
           02 ACC-MIN               PIC   9(2).
           02 ACC-SEG               PIC   9(2).
           02 ACC-RESULTADO         PIC   X(2).
           02 ACC-OPERADOR          PIC   X(08).

      *    Plano de butacas del evento (ver BANKEVT): aqui sirve
      *    para desglosar la asistencia por seccion.
       FD PLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plano.ubd".
       01 PLANO-REG.
           02 PLA-CLAVE.
               03 PLA-EVENTO       PIC  9(7).
               03 PLA-SECCION      PIC  X(10).
           02 PLA-FILA-DESDE       PIC  9(3).
           02 PLA-FILA-HASTA       PIC  9(3).
           02 PLA-BUTACAS-FILA     PIC  9(3).

      *    Parametros de explotacion (ver BANKPAR): dias hacia atras
      *    que abarca el informe (ASISTENCIA-DIAS).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).

      *    Informe de asistencia para los organizadores: un apartado
      *    por evento celebrado.
       FD ASISTENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asistencia.lst".
       01 LINEA-ASI                PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSQ                      PIC  X(2).

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

      *    Eventos celebrados en los ultimos ASISTENCIA-DIAS dias,
      *    hoy incluido (parametro en parametros.ubd; el VALUE es el
      *    valor por defecto si falta el parametro).
       77 DIAS-INFORME             PIC  9(3) VALUE 7.
       77 F-HOY                    PIC  9(8).
       77 F-DESDE                  PIC  9(8).
       77 DIA-ENTERO               PIC  9(7).
       77 F-EVENTO                 PIC  9(8).

       77 EVENTO-PROCESO           PIC  9(7).
       77 VENDIDAS-EVE             PIC  9(5).
       77 ASISTENTES-EVE           PIC  9(5).
       77 RECHAZOS-EVE             PIC  9(5).
       77 PCT-ASISTENCIA           PIC  9(3).
       77 ENTRADA-ASISTIO          PIC  X(1).
           88 ASISTIO               VALUE "S".

      *    Desglose por seccion del plano (hasta 10, mas la fila 11
      *    para las entradas sin numerar de eventos con plano), como
      *    en la liquidacion (ver BANKLIQ).
       01 TABLA-SECCIONES.
           05 TS-ENTRY OCCURS 11 TIMES.
               10 TS-SECCION        PIC  X(10).
               10 TS-DESDE          PIC  9(3).
               10 TS-HASTA          PIC  9(3).
               10 TS-VENDIDAS       PIC  9(5).
               10 TS-ASISTENTES     PIC  9(5).

       77 TOTAL-SECCIONES          PIC  9(2).
       77 TS-IDX-WS                PIC  9(2).

       77 CONTADOR-EVENTOS         PIC  9(5) VALUE 0.
       77 TOTAL-VENDIDAS           PIC  9(7) VALUE 0.
       77 TOTAL-ASISTENTES         PIC  9(7) VALUE 0.
       77 TOTAL-RECHAZOS           PIC  9(7) VALUE 0.

       01 LIN-CAB.
           05 FILLER               PIC  X(42)
               VALUE "UNIZARBANK - ASISTENCIA A EVENTOS - DEL ".
           05 CAB-DESDE            PIC  9(8).
           05 FILLER               PIC  X(4) VALUE " AL ".
           05 CAB-HASTA            PIC  9(8).
           05 FILLER               PIC  X(28) VALUE SPACES.

       01 LIN-EVENTO.
           05 FILLER               PIC  X(8) VALUE "EVENTO  ".
           05 ASI-NUM              PIC  9(7).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 ASI-NOMBRE           PIC  X(35).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 ASI-FECHA            PIC  9(8).
           05 FILLER               PIC  X(28) VALUE SPACES.

       01 LIN-RESUMEN.
           05 FILLER               PIC  X(11)
               VALUE "  VENDIDAS ".
           05 ASI-VENDIDAS         PIC  9(5).
           05 FILLER               PIC  X(13)
               VALUE "  ASISTENTES ".
           05 ASI-ASISTENTES       PIC  9(5).
           05 FILLER               PIC  X(2) VALUE " (".
           05 ASI-PCT              PIC  ZZ9.
           05 FILLER               PIC  X(2) VALUE "%)".
           05 FILLER               PIC  X(16)
               VALUE "  NO PRESENTADOS".
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 ASI-NO-PRESENTADOS   PIC  9(5).
           05 FILLER               PIC  X(27) VALUE SPACES.

       01 LIN-SECCION.
           05 FILLER               PIC  X(10)
               VALUE "  SECCION ".
           05 ASI-SEC-NOMBRE       PIC  X(10).
           05 FILLER               PIC  X(11)
               VALUE "  VENDIDAS ".
           05 ASI-SEC-VENDIDAS     PIC  9(5).
           05 FILLER               PIC  X(13)
               VALUE "  ASISTENTES ".
           05 ASI-SEC-ASISTENTES   PIC  9(5).
           05 FILLER               PIC  X(17)
               VALUE "  NO PRESENTADOS ".
           05 ASI-SEC-NO-PRES      PIC  9(5).
           05 FILLER               PIC  X(14) VALUE SPACES.

       01 LIN-CAB-RECHAZOS.
           05 FILLER               PIC  X(20)
               VALUE "  LECTURAS RECHAZ.: ".
           05 ASI-RECHAZOS         PIC  9(5).
           05 FILLER               PIC  X(65) VALUE SPACES.

       01 LIN-RECHAZO.
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 ASI-REC-HOR          PIC  9(2).
           05 FILLER               PIC  X(1) VALUE ":".
           05 ASI-REC-MIN          PIC  9(2).
           05 FILLER               PIC  X(1) VALUE ":".
           05 ASI-REC-SEG          PIC  9(2).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 ASI-REC-ENTRADA      PIC  9(35).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 ASI-REC-FILA         PIC  9(3).
           05 FILLER               PIC  X(1) VALUE "/".
           05 ASI-REC-BUTACA       PIC  9(3).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 ASI-REC-MOTIVO       PIC  X(22).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 ASI-REC-OPERADOR     PIC  X(08).
           05 FILLER               PIC  X(2) VALUE SPACES.

       01 LIN-TOTAL.
           05 FILLER               PIC  X(24)
               VALUE "TOTAL DEL INFORME: EVENT".
           05 ASI-TOT-EVENTOS      PIC  9(5).
           05 FILLER               PIC  X(11)
               VALUE "  VENDIDAS ".
           05 ASI-TOT-VENDIDAS     PIC  9(7).
           05 FILLER               PIC  X(13)
               VALUE "  ASISTENTES ".
           05 ASI-TOT-ASISTENTES   PIC  9(7).
           05 FILLER               PIC  X(12)
               VALUE "  RECHAZOS  ".
           05 ASI-TOT-RECHAZOS     PIC  9(7).
           05 FILLER               PIC  X(4) VALUE SPACES.

       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.

      *    ASISTENCIA A EVENTOS -- para cada evento no cancelado
      *    celebrado en los ultimos ASISTENCIA-DIAS dias cruza
      *    entradas.ubd con las lecturas de la puerta (accesos.ubd,
      *    ver BANKACC) y deja en asistencia.lst las entradas
      *    vendidas, las que entraron y los no presentados, con el
      *    desglose por seccion del plano, y la lista de lecturas
      *    rechazadas con su motivo, para el organizador.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKASI - Asistencia a eventos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-HOY = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM 0500-LEER-PARAMETROS
               THRU 0500-LEER-PARAMETROS-EXIT.

           COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE(F-HOY)
                                - DIAS-INFORME + 1.
           COMPUTE F-DESDE = FUNCTION DATE-OF-INTEGER(DIA-ENTERO).
           DISPLAY "Eventos celebrados del " F-DESDE " al " F-HOY.

           OPEN INPUT EVENTOS.
           IF FSE NOT = 00
               DISPLAY "No se ha podido abrir eventos.ubd FSE=" FSE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN INPUT ACCESOS.
           IF FSA NOT = 00 AND FSA NOT = 05
               DISPLAY "No se ha podido abrir accesos.ubd FSA=" FSA
               CLOSE EVENTOS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN OUTPUT ASISTENCIA.
           IF FSQ NOT = 00
               DISPLAY "No se ha podido crear asistencia.lst FSQ="
                   FSQ
               CLOSE EVENTOS
               CLOSE ACCESOS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           MOVE F-DESDE TO CAB-DESDE.
           MOVE F-HOY   TO CAB-HASTA.
           WRITE LINEA-ASI FROM LIN-CAB.
           WRITE LINEA-ASI FROM LIN-BLANCA.

       1000-RECORRER-EVENTOS.
           READ EVENTOS NEXT RECORD AT END
               GO TO 9000-FIN.

           IF EVE-ESTADO = "C"
               GO TO 1000-RECORRER-EVENTOS.
           COMPUTE F-EVENTO = (EVE-ANO * 10000) + (EVE-MES * 100)
                              + EVE-DIA.
           IF F-EVENTO < F-DESDE OR F-EVENTO > F-HOY
               GO TO 1000-RECORRER-EVENTOS.

           MOVE EVE-NUM TO EVENTO-PROCESO.
           PERFORM 2000-INFORMAR-EVENTO
               THRU 2000-INFORMAR-EVENTO-EXIT.

           GO TO 1000-RECORRER-EVENTOS.

      *    Lee el alcance del informe; sin fichero o sin fila rige el
      *    valor por defecto.
       0500-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSR NOT = 00 AND FSR NOT = 05
               GO TO 0500-LEER-PARAMETROS-EXIT.

           MOVE "ASISTENCIA-DIAS" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 1000
                   MOVE PAR-VALOR TO DIAS-INFORME
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       0500-LEER-PARAMETROS-EXIT.
           EXIT.

      *    Apartado de un evento: pasada por entradas.ubd contando
      *    las vendidas (no devueltas) y, de ellas, las que tienen
      *    una lectura admitida en la puerta; despues la lista de
      *    lecturas rechazadas del evento.
       2000-INFORMAR-EVENTO.
           MOVE 0 TO VENDIDAS-EVE.
           MOVE 0 TO ASISTENTES-EVE.
           MOVE 0 TO RECHAZOS-EVE.

           PERFORM 2050-CARGAR-SECCIONES
               THRU 2050-CARGAR-SECCIONES-EXIT.

           OPEN INPUT ENTRADAS.
           IF FSN NOT = 00
               DISPLAY "No se ha podido abrir entradas.ubd FSN=" FSN
               GO TO 9500-ERROR.

       2100-RECORRER-ENTRADAS.
           READ ENTRADAS NEXT RECORD AT END
               GO TO 2200-ESCRIBIR-APARTADO.
           IF ENT-EVENTO NOT = EVENTO-PROCESO
               GO TO 2100-RECORRER-ENTRADAS.
           IF ENT-ESTADO = "D"
               GO TO 2100-RECORRER-ENTRADAS.

           ADD 1 TO VENDIDAS-EVE.
           PERFORM 2300-BUSCAR-ACCESO THRU 2300-BUSCAR-ACCESO-EXIT.
           IF ASISTIO
               ADD 1 TO ASISTENTES-EVE.

           IF TOTAL-SECCIONES > 0
               PERFORM 2600-ACUMULAR-SECCION
                   THRU 2600-ACUMULAR-SECCION-EXIT.

           GO TO 2100-RECORRER-ENTRADAS.

       2200-ESCRIBIR-APARTADO.
           CLOSE ENTRADAS.

           MOVE EVE-NUM    TO ASI-NUM.
           MOVE EVE-NOMBRE TO ASI-NOMBRE.
           MOVE F-EVENTO   TO ASI-FECHA.
           WRITE LINEA-ASI FROM LIN-EVENTO.

           MOVE VENDIDAS-EVE   TO ASI-VENDIDAS.
           MOVE ASISTENTES-EVE TO ASI-ASISTENTES.
           MOVE 0 TO PCT-ASISTENCIA.
           IF VENDIDAS-EVE > 0
               COMPUTE PCT-ASISTENCIA = (ASISTENTES-EVE * 100)
                                        / VENDIDAS-EVE.
           MOVE PCT-ASISTENCIA TO ASI-PCT.
           COMPUTE ASI-NO-PRESENTADOS = VENDIDAS-EVE - ASISTENTES-EVE.
           WRITE LINEA-ASI FROM LIN-RESUMEN.

           PERFORM 2700-ESCRIBIR-SECCIONES
               THRU 2700-ESCRIBIR-SECCIONES-EXIT.
           PERFORM 2800-ESCRIBIR-RECHAZOS
               THRU 2800-ESCRIBIR-RECHAZOS-EXIT.
           WRITE LINEA-ASI FROM LIN-BLANCA.

           ADD 1 TO CONTADOR-EVENTOS.
           ADD VENDIDAS-EVE   TO TOTAL-VENDIDAS.
           ADD ASISTENTES-EVE TO TOTAL-ASISTENTES.
           ADD RECHAZOS-EVE   TO TOTAL-RECHAZOS.

       2000-INFORMAR-EVENTO-EXIT.
           EXIT.

      *    Carga las secciones del plano del evento en proceso; sin
      *    plano el evento sale sin desglose. La fila 11 recoge las
      *    entradas del evento con plano que no llevan butaca.
       2050-CARGAR-SECCIONES.
           MOVE 0 TO TOTAL-SECCIONES.
           OPEN INPUT PLANO.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO 2050-CARGAR-SECCIONES-EXIT.
           MOVE EVENTO-PROCESO TO PLA-EVENTO.
           MOVE LOW-VALUES TO PLA-SECCION.
           START PLANO KEY IS >= PLA-CLAVE INVALID KEY
               CLOSE PLANO
               GO TO 2050-CARGAR-SECCIONES-EXIT.

       2060-CARGAR-SECCIONES-BUCLE.
           READ PLANO NEXT RECORD AT END
               GO TO 2070-CARGAR-SECCIONES-FIN.
           IF PLA-EVENTO NOT = EVENTO-PROCESO
               GO TO 2070-CARGAR-SECCIONES-FIN.
           IF TOTAL-SECCIONES >= 10
               GO TO 2070-CARGAR-SECCIONES-FIN.
           ADD 1 TO TOTAL-SECCIONES.
           MOVE PLA-SECCION    TO TS-SECCION(TOTAL-SECCIONES).
           MOVE PLA-FILA-DESDE TO TS-DESDE(TOTAL-SECCIONES).
           MOVE PLA-FILA-HASTA TO TS-HASTA(TOTAL-SECCIONES).
           MOVE 0 TO TS-VENDIDAS(TOTAL-SECCIONES).
           MOVE 0 TO TS-ASISTENTES(TOTAL-SECCIONES).
           GO TO 2060-CARGAR-SECCIONES-BUCLE.

       2070-CARGAR-SECCIONES-FIN.
           CLOSE PLANO.
           IF TOTAL-SECCIONES > 0
               MOVE "SIN NUMERAR" TO TS-SECCION(11)
               MOVE 0 TO TS-VENDIDAS(11)
               MOVE 0 TO TS-ASISTENTES(11).

       2050-CARGAR-SECCIONES-EXIT.
           EXIT.

      *    La entrada asistio si tiene una lectura admitida para este
      *    evento en accesos.ubd.
       2300-BUSCAR-ACCESO.
           MOVE "N" TO ENTRADA-ASISTIO.
           MOVE ENT-NUM TO ACC-ENTRADA.
           START ACCESOS KEY IS = ACC-ENTRADA INVALID KEY
               GO TO 2300-BUSCAR-ACCESO-EXIT.

       2310-BUSCAR-ACCESO-BUCLE.
           READ ACCESOS NEXT RECORD AT END
               GO TO 2300-BUSCAR-ACCESO-EXIT.
           IF ACC-ENTRADA NOT = ENT-NUM
               GO TO 2300-BUSCAR-ACCESO-EXIT.
           IF ACC-RESULTADO = "OK" AND ACC-EVENTO = EVENTO-PROCESO
               MOVE "S" TO ENTRADA-ASISTIO
               GO TO 2300-BUSCAR-ACCESO-EXIT.
           GO TO 2310-BUSCAR-ACCESO-BUCLE.

       2300-BUSCAR-ACCESO-EXIT.
           EXIT.

      *    Acumula la entrada vendida en su seccion segun la fila; la
      *    entrada sin butaca va a la fila 11.
       2600-ACUMULAR-SECCION.
           IF ENT-FILA = 0
               MOVE 11 TO TS-IDX-WS
               GO TO 2620-ACUMULAR-SECCION-SUMA.
           MOVE 1 TO TS-IDX-WS.

       2610-ACUMULAR-SECCION-BUCLE.
           IF TS-IDX-WS > TOTAL-SECCIONES
               MOVE 11 TO TS-IDX-WS
               GO TO 2620-ACUMULAR-SECCION-SUMA.
           IF ENT-FILA >= TS-DESDE(TS-IDX-WS)
                   AND ENT-FILA <= TS-HASTA(TS-IDX-WS)
               GO TO 2620-ACUMULAR-SECCION-SUMA.
           ADD 1 TO TS-IDX-WS.
           GO TO 2610-ACUMULAR-SECCION-BUCLE.

       2620-ACUMULAR-SECCION-SUMA.
           ADD 1 TO TS-VENDIDAS(TS-IDX-WS).
           IF ASISTIO
               ADD 1 TO TS-ASISTENTES(TS-IDX-WS).

       2600-ACUMULAR-SECCION-EXIT.
           EXIT.

      *    Desglose por seccion del evento con plano: una linea por
      *    seccion con entradas vendidas.
       2700-ESCRIBIR-SECCIONES.
           IF TOTAL-SECCIONES = 0
               GO TO 2700-ESCRIBIR-SECCIONES-EXIT.
           MOVE 0 TO TS-IDX-WS.

       2710-ESCRIBIR-SECCIONES-BUCLE.
           ADD 1 TO TS-IDX-WS.
           IF TS-IDX-WS > 11
               GO TO 2700-ESCRIBIR-SECCIONES-EXIT.
           IF TS-IDX-WS > TOTAL-SECCIONES AND TS-IDX-WS NOT = 11
               GO TO 2710-ESCRIBIR-SECCIONES-BUCLE.
           IF TS-VENDIDAS(TS-IDX-WS) = 0
               GO TO 2710-ESCRIBIR-SECCIONES-BUCLE.
           MOVE TS-SECCION(TS-IDX-WS)    TO ASI-SEC-NOMBRE.
           MOVE TS-VENDIDAS(TS-IDX-WS)   TO ASI-SEC-VENDIDAS.
           MOVE TS-ASISTENTES(TS-IDX-WS) TO ASI-SEC-ASISTENTES.
           COMPUTE ASI-SEC-NO-PRES = TS-VENDIDAS(TS-IDX-WS)
                                     - TS-ASISTENTES(TS-IDX-WS).
           WRITE LINEA-ASI FROM LIN-SECCION.
           GO TO 2710-ESCRIBIR-SECCIONES-BUCLE.

       2700-ESCRIBIR-SECCIONES-EXIT.
           EXIT.

      *    Lecturas rechazadas en la puerta del evento, en el orden en
      *    que se hicieron.
       2800-ESCRIBIR-RECHAZOS.
           MOVE 0 TO ACC-NUM.
           START ACCESOS KEY IS >= ACC-NUM INVALID KEY
               GO TO 2850-ESCRIBIR-RECHAZOS-CAB.

       2810-ESCRIBIR-RECHAZOS-CONTAR.
           READ ACCESOS NEXT RECORD AT END
               GO TO 2850-ESCRIBIR-RECHAZOS-CAB.
           IF ACC-EVENTO = EVENTO-PROCESO AND ACC-RESULTADO NOT = "OK"
               ADD 1 TO RECHAZOS-EVE.
           GO TO 2810-ESCRIBIR-RECHAZOS-CONTAR.

       2850-ESCRIBIR-RECHAZOS-CAB.
           MOVE RECHAZOS-EVE TO ASI-RECHAZOS.
           WRITE LINEA-ASI FROM LIN-CAB-RECHAZOS.
           IF RECHAZOS-EVE = 0
               GO TO 2800-ESCRIBIR-RECHAZOS-EXIT.
           MOVE 0 TO ACC-NUM.
           START ACCESOS KEY IS >= ACC-NUM INVALID KEY
               GO TO 2800-ESCRIBIR-RECHAZOS-EXIT.

       2860-ESCRIBIR-RECHAZOS-BUCLE.
           READ ACCESOS NEXT RECORD AT END
               GO TO 2800-ESCRIBIR-RECHAZOS-EXIT.
           IF ACC-EVENTO NOT = EVENTO-PROCESO OR ACC-RESULTADO = "OK"
               GO TO 2860-ESCRIBIR-RECHAZOS-BUCLE.
           MOVE ACC-HOR      TO ASI-REC-HOR.
           MOVE ACC-MIN      TO ASI-REC-MIN.
           MOVE ACC-SEG      TO ASI-REC-SEG.
           MOVE ACC-ENTRADA  TO ASI-REC-ENTRADA.
           MOVE ACC-FILA     TO ASI-REC-FILA.
           MOVE ACC-BUTACA   TO ASI-REC-BUTACA.
           MOVE ACC-OPERADOR TO ASI-REC-OPERADOR.
           EVALUATE ACC-RESULTADO
               WHEN "NE"
                   MOVE "NO EXISTE"        TO ASI-REC-MOTIVO
               WHEN "DV"
                   MOVE "DEVUELTA"         TO ASI-REC-MOTIVO
               WHEN "EV"
                   MOVE "DE OTRO EVENTO"   TO ASI-REC-MOTIVO
               WHEN "FE"
                   MOVE "FUERA DE FECHA"   TO ASI-REC-MOTIVO
               WHEN "US"
                   MOVE "YA USADA"         TO ASI-REC-MOTIVO
               WHEN OTHER
                   MOVE ACC-RESULTADO      TO ASI-REC-MOTIVO
           END-EVALUATE.
           WRITE LINEA-ASI FROM LIN-RECHAZO.
           GO TO 2860-ESCRIBIR-RECHAZOS-BUCLE.

       2800-ESCRIBIR-RECHAZOS-EXIT.
           EXIT.

       9000-FIN.
           MOVE CONTADOR-EVENTOS TO ASI-TOT-EVENTOS.
           MOVE TOTAL-VENDIDAS   TO ASI-TOT-VENDIDAS.
           MOVE TOTAL-ASISTENTES TO ASI-TOT-ASISTENTES.
           MOVE TOTAL-RECHAZOS   TO ASI-TOT-RECHAZOS.
           WRITE LINEA-ASI FROM LIN-TOTAL.

           CLOSE EVENTOS.
           CLOSE ACCESOS.
           CLOSE ASISTENCIA.
           DISPLAY "Eventos informados:  " CONTADOR-EVENTOS.
           DISPLAY "Entradas vendidas:   " TOTAL-VENDIDAS.
           DISPLAY "Asistentes:          " TOTAL-ASISTENTES.
           DISPLAY "Lecturas rechazadas: " TOTAL-RECHAZOS.
           GO TO 9999-EXIT.

      *    Salida de error: RETURN-CODE a 8 para que quien lance el
      *    proceso sepa que no termino bien.
       9500-ERROR.
           CLOSE EVENTOS.
           CLOSE ACCESOS.
           CLOSE ENTRADAS.
           CLOSE ASISTENCIA.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
