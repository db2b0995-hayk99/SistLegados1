           RECORD KEY IS CUA-FECHA
           FILE STATUS IS FSQ.

           SELECT CUADREMAYOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMY-FECHA
           FILE STATUS IS FSY.

           SELECT CUADRECAJA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJA-FECHA
           FILE STATUS IS FSJ.

           SELECT OPTIONAL ESTADO-SISTEMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CLAVE
           FILE STATUS IS FSS.

           SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-NOMBRE
           FILE STATUS IS FSE.


       DATA DIVISION.
       FILE SECTION.
           02 CUA-TARJETAS         PIC  9(5).
           02 CUA-DESCUADRES       PIC  9(5).

      *    Resumen que deja BANKMAY con el interfaz contable del dia:
      *    si el debe no cuadra con el haber la noche queda marcada.
       FD CUADREMAYOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadremayor.ubd".
       01 CUADREMAYOR-REG.
           02 CMY-FECHA            PIC  9(8).
           02 CMY-MOVIMIENTOS      PIC  9(7).
           02 CMY-DEBE-CENT        PIC  9(13).
           02 CMY-HABER-CENT       PIC  9(13).
           02 CMY-SIN-CLASIFICAR   PIC  9(5).

      *    Resumen que deja BANKEFE con el cuadre de efectivo del
      *    cajero, con el mismo papel que cuadre.ubd: diferencias a
      *    cero o la noche queda marcada para revision.
           02 CJA-FECHA            PIC  9(8).
           02 CJA-DIFERENCIAS      PIC  9(5).

      *    Estado del sistema compartido con los cajeros (ver BANK1):
      *    la fila "LOTE" se pone a "L" mientras corre la cadena, para
      *    que los cajeros no posteen, y vuelve a "F" al terminar; las
      *    filas "SESION" + terminal dicen que cajeros tienen un
      *    cliente dentro ("A") y desde cuando.
       FD ESTADO-SISTEMA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "estadosis.ubd".
       01 ESTADO-SISTEMA-REG.
           02 EST-CLAVE            PIC  X(12).
           02 EST-VALOR            PIC  X(1).
               88 EST-LOTE-EN-CURSO      VALUE "L".
               88 EST-SESION-ABIERTA     VALUE "A".
           02 EST-TARJETA          PIC  9(16).
           02 EST-FECHA            PIC  9(8).
           02 EST-HORA             PIC  9(6).
           02 EST-PROGRAMA         PIC  X(8).

      *    Parametros de explotacion (ver BANKPAR): minutos sin
      *    cerrar a partir de los cuales una sesion de cajero se da
      *    por abandonada (SESION-MINUTOS).
       FD PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETROS-REG.
           02 PAR-NOMBRE           PIC  X(20).
           02 PAR-VALOR            PIC  9(9).
           02 PAR-DESCRIPCION      PIC  X(35).


       WORKING-STORAGE SECTION.
       77 FSR                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSJ                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSE                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
      *    Cadena fija de trabajos nocturnos, en el orden en que deben
      *    ejecutarse: el control previo de integridad (que corta la
      *    cadena antes de postear nada sobre contadores atrasados o
      *    noches cortadas a medias), programadas, vencimientos de
      *    los depositos a plazo, cobro de las cuotas de prestamos,
      *    remesa de lo retenido por embargos (que sale como orden
      *    interbancaria), exportacion de la remesa saliente y de los
      *    cobros de las emisoras de recibos, importacion de la
      *    remesa entrante (que devuelve lo que no puede abonar) y de
      *    las devoluciones de nuestras ordenes salientes y, al
      *    final, los dos cuadres (el contable y el de efectivo),
      *    porque su resultado decide si la noche queda marcada para
      *    revision.
      *    El interfaz con contabilidad general va justo detras del
      *    cuadre contable, sobre los movimientos ya cuadrados. La
      *    deteccion de fraude va despues, sobre el diario de
      *    sesiones del dia completo, seguida del informe diario de
      *    operaciones para la direccion sobre ese mismo diario; tras
      *    ellos se generan los ficheros Norma 43 de las cuentas
      *    suscritas, ya con el dia completo posteado, y la cadena se
      *    cierra anotando en la bandeja de salida de SMS los estados
      *    de entrega que haya devuelto la pasarela y sacandole los
      *    avisos pendientes, ya con los del propio lote.
       01 TABLA-CADENA.
           05 FILLER               PIC  X(8) VALUE "BANKPREV".
           05 FILLER               PIC  X(8) VALUE "BANKLOTE".
           05 FILLER               PIC  X(8) VALUE "BANKPLZ".
           05 FILLER               PIC  X(8) VALUE "BANKCUO".
           05 FILLER               PIC  X(8) VALUE "BANKEMR".
           05 FILLER               PIC  X(8) VALUE "BANKEMI".
           05 FILLER               PIC  X(8) VALUE "BANKCOB".
           05 FILLER               PIC  X(8) VALUE "BANKREC".
           05 FILLER               PIC  X(8) VALUE "BANKDVO".
           05 FILLER               PIC  X(8) VALUE "BANKCUAD".
           05 FILLER               PIC  X(8) VALUE "BANKMAY".
           05 FILLER               PIC  X(8) VALUE "BANKEFE".
           05 FILLER               PIC  X(8) VALUE "BANKFRA".
           05 FILLER               PIC  X(8) VALUE "BANKGES".
           05 FILLER               PIC  X(8) VALUE "BANKN43".
           05 FILLER               PIC  X(8) VALUE "BANKSMS".
       01 CADENA REDEFINES TABLA-CADENA.
           05 CAD-JOB              PIC  X(8) OCCURS 16 TIMES.

       77 TOTAL-JOBS               PIC  9(2) VALUE 16.
       77 JOB-IDX                  PIC  9(2).
       77 NOMBRE-JOB               PIC  X(8).
       77 F-NEGOCIO                PIC  9(8).
       77 HORA-AHORA               PIC  9(6).
       77 RESULTADO-NOCHE          PIC  X(2).

      *    Sesiones de cliente en los cajeros al arrancar: las que
      *    llevan mas de SESION-MINUTOS abiertas se dan por abandonadas
      *    (cajero apagado sin cerrar) y no paran la cadena.
       77 SESION-MINUTOS           PIC  9(4) VALUE 30.
       77 SESIONES-ABIERTAS        PIC  9(3) VALUE 0.
       77 SESIONES-ABANDONADAS     PIC  9(3) VALUE 0.
       77 MINUTO-AHORA             PIC  9(9).
       77 MINUTO-SESION            PIC  9(9).
       77 MINUTOS-SESION           PIC  9(9).
       01 HORA-SESION.
           05 HS-HORAS             PIC  9(2).
           05 HS-MINUTOS           PIC  9(2).
           05 HS-SEGUNDOS          PIC  9(2).

      *    ORQUESTADOR DE LA CADENA NOCTURNA -- lanza los trabajos del
      *    lote en un orden fijo, apunta en controlnoche.ubd el inicio,
      *    el fin y el resultado de cada uno por fecha de negocio, se
      *    niega a repetir un trabajo ya terminado esa fecha y, tras un
      *    fallo, reanuda por el primer trabajo que no llego a acabar.
      *    Mientras corre deja el sistema en "cadena en curso" en
      *    estadosis.ubd para que los cajeros solo consulten, y no
      *    arranca si queda algun cliente dentro de un cajero: avisa
      *    y sale con RETURN-CODE 4 para que se relance mas tarde.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKNOCH - Cadena de proceso nocturno".
           MOVE F-NEGOCIO TO RUN-FECHA.
           MOVE "NOCHE"   TO RUN-JOB.
           READ CONTROL-NOCHE INVALID KEY
               GO TO 0500-BLOQUEAR-CAJEROS.
           IF RUN-RESULTADO = "OK" OR RUN-RESULTADO = "AT"
               DISPLAY "La cadena de esta fecha ya se completo con "
                   "resultado " RUN-RESULTADO
               CLOSE CONTROL-NOCHE
               GO TO 9999-EXIT.

      *    Primero se pone la marca de cadena en curso, para que
      *    ningun cajero empiece a postear, y despues se miran las
      *    sesiones que ya estaban dentro: si queda alguna viva se
      *    quita la marca y no se lanza nada.
       0500-BLOQUEAR-CAJEROS.
           PERFORM 0700-LEER-PARAMETROS
               THRU 0700-LEER-PARAMETROS-EXIT.

           OPEN I-O ESTADO-SISTEMA.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "No se ha podido abrir estadosis.ubd FSS=" FSS
               CLOSE CONTROL-NOCHE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           PERFORM 7000-HORA-ACTUAL THRU 7000-HORA-ACTUAL-EXIT.
           MOVE "LOTE"      TO EST-CLAVE.
           MOVE "L"         TO EST-VALOR.
           MOVE 0           TO EST-TARJETA.
           MOVE F-NEGOCIO   TO EST-FECHA.
           MOVE HORA-AHORA  TO EST-HORA.
           MOVE "BANKNOCH"  TO EST-PROGRAMA.
           WRITE ESTADO-SISTEMA-REG INVALID KEY
               REWRITE ESTADO-SISTEMA-REG INVALID KEY
                   DISPLAY "Error poniendo la marca de cadena en curso"
                   CLOSE ESTADO-SISTEMA
                   CLOSE CONTROL-NOCHE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT.

           COMPUTE MINUTO-AHORA =
               (FUNCTION INTEGER-OF-DATE(F-NEGOCIO) * 1440)
               + (HORAS * 60) + MINUTOS.

           MOVE "SESION" TO EST-CLAVE.
           START ESTADO-SISTEMA KEY IS >= EST-CLAVE
               INVALID KEY
                   GO TO 0600-FIN-SESIONES.

       0550-SIGUIENTE-SESION.
           READ ESTADO-SISTEMA NEXT RECORD AT END
               GO TO 0600-FIN-SESIONES.
           IF EST-CLAVE(1:6) NOT = "SESION"
               GO TO 0600-FIN-SESIONES.
           IF NOT EST-SESION-ABIERTA
               GO TO 0550-SIGUIENTE-SESION.

           MOVE EST-HORA TO HORA-SESION.
           COMPUTE MINUTO-SESION =
               (FUNCTION INTEGER-OF-DATE(EST-FECHA) * 1440)
               + (HS-HORAS * 60) + HS-MINUTOS.
           IF MINUTO-SESION > MINUTO-AHORA
               MOVE 0 TO MINUTOS-SESION
           ELSE
               COMPUTE MINUTOS-SESION = MINUTO-AHORA - MINUTO-SESION.

           IF MINUTOS-SESION < SESION-MINUTOS
               DISPLAY "Sesion abierta en el cajero " EST-CLAVE(7:4)
                   " desde las " EST-HORA " (tarjeta " EST-TARJETA ")"
               ADD 1 TO SESIONES-ABIERTAS
               GO TO 0550-SIGUIENTE-SESION.

           DISPLAY "Sesion abandonada en el cajero " EST-CLAVE(7:4)
               " desde " EST-FECHA " " EST-HORA ", se da por cerrada".
           MOVE "C"        TO EST-VALOR.
           MOVE "BANKNOCH" TO EST-PROGRAMA.
           REWRITE ESTADO-SISTEMA-REG INVALID KEY
               DISPLAY "Error cerrando la sesion del cajero "
                   EST-CLAVE(7:4).
           ADD 1 TO SESIONES-ABANDONADAS.
           GO TO 0550-SIGUIENTE-SESION.

       0600-FIN-SESIONES.
           CLOSE ESTADO-SISTEMA.
           IF SESIONES-ABIERTAS = 0
               GO TO 1000-RECORRER-CADENA.

           PERFORM 8500-LIBERAR-CAJEROS THRU 8500-LIBERAR-CAJEROS-EXIT.
           CLOSE CONTROL-NOCHE.
           DISPLAY "Hay " SESIONES-ABIERTAS " sesiones de cliente "
               "abiertas: la cadena no arranca, relanzar cuando "
               "terminen".
           MOVE 4 TO RETURN-CODE.
           GO TO 9999-EXIT.

       1000-RECORRER-CADENA.
           MOVE 1 TO JOB-IDX.

               PERFORM 3000-RESULTADO-CUADRE
                   THRU 3000-RESULTADO-CUADRE-EXIT.

      *    el interfaz contable descuadrado tambien deja la noche en
      *    "AT": contabilidad no puede cargar un fichero que no cuadra
           IF NOMBRE-JOB = "BANKMAY"
               PERFORM 3200-RESULTADO-MAYOR
                   THRU 3200-RESULTADO-MAYOR-EXIT.

      *    el cuadre de efectivo manda igual que el contable: con
      *    diferencias, el trabajo y la cadena quedan en "AT"
           IF NOMBRE-JOB = "BANKEFE"
       3000-RESULTADO-CUADRE-EXIT.
           EXIT.

       3200-RESULTADO-MAYOR.
           OPEN INPUT CUADREMAYOR.
           IF FSY NOT = 00
               DISPLAY "No se ha podido leer cuadremayor.ubd FSY=" FSY
               GO TO 3200-RESULTADO-MAYOR-EXIT.

           MOVE F-NEGOCIO TO CMY-FECHA.
           READ CUADREMAYOR INVALID KEY
               DISPLAY "BANKMAY no ha dejado resumen del interfaz "
                   "contable para esta fecha"
               CLOSE CUADREMAYOR
               GO TO 3200-RESULTADO-MAYOR-EXIT.

           IF CMY-DEBE-CENT NOT = CMY-HABER-CENT
               DISPLAY "Interfaz contable descuadrado (debe "
                   CMY-DEBE-CENT " haber " CMY-HABER-CENT "): la "
                   "noche queda marcada para revision"
               MOVE "AT" TO RUN-RESULTADO
               MOVE "AT" TO RESULTADO-NOCHE
           END-IF.

           CLOSE CUADREMAYOR.

       3200-RESULTADO-MAYOR-EXIT.
           EXIT.

       3500-RESULTADO-EFECTIVO.
           OPEN INPUT CUADRECAJA.
           IF FSJ NOT = 00
       3500-RESULTADO-EFECTIVO-EXIT.
           EXIT.

      *    Minutos de SESION-MINUTOS (ver BANKPAR); sin fichero o sin
      *    fila rige el valor por defecto compilado.
       0700-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO 0700-LEER-PARAMETROS-EXIT.

           MOVE "SESION-MINUTOS" TO PAR-NOMBRE.
           READ PARAMETROS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PAR-VALOR > 0 AND PAR-VALOR < 1440
                   MOVE PAR-VALOR TO SESION-MINUTOS
               END-IF
           END-READ.

           CLOSE PARAMETROS.

       0700-LEER-PARAMETROS-EXIT.
           EXIT.

       7000-HORA-ACTUAL.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE HORA-AHORA = (HORAS * 10000) + (MINUTOS * 100)
                   DISPLAY "Error apuntando el resumen de la noche".

           CLOSE CONTROL-NOCHE.

      *    la marca se quita tambien con "KO": los trabajos que no
      *    llegaron a correr no tienen nada abierto, y dejar el cajero
      *    sin operar hasta el relanzamiento no arregla el fallo
           PERFORM 8500-LIBERAR-CAJEROS THRU 8500-LIBERAR-CAJEROS-EXIT.
           DISPLAY "Cadena nocturna terminada con resultado "
               RESULTADO-NOCHE.

           IF RESULTADO-NOCHE = "KO"
               MOVE 8 TO RETURN-CODE.
           GO TO 9999-EXIT.

      *    Quita la marca de cadena en curso: los cajeros vuelven a
      *    postear.
       8500-LIBERAR-CAJEROS.
           OPEN I-O ESTADO-SISTEMA.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "No se ha podido abrir estadosis.ubd para "
                   "quitar la marca de cadena en curso FSS=" FSS
               GO TO 8500-LIBERAR-CAJEROS-EXIT.

           PERFORM 7000-HORA-ACTUAL THRU 7000-HORA-ACTUAL-EXIT.
           MOVE "LOTE"      TO EST-CLAVE.
           MOVE "F"         TO EST-VALOR.
           MOVE 0           TO EST-TARJETA.
           MOVE F-NEGOCIO   TO EST-FECHA.
           MOVE HORA-AHORA  TO EST-HORA.
           MOVE "BANKNOCH"  TO EST-PROGRAMA.
           REWRITE ESTADO-SISTEMA-REG INVALID KEY
               WRITE ESTADO-SISTEMA-REG INVALID KEY
                   DISPLAY "Error quitando la marca de cadena en curso".
           CLOSE ESTADO-SISTEMA.

       8500-LIBERAR-CAJEROS-EXIT.
           EXIT.

       9999-EXIT.
           GOBACK.
