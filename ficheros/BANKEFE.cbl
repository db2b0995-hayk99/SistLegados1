           SELECT CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSJ.

           SELECT TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-ID
           FILE STATUS IS FSK.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT OPTIONAL CAJCIERRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-CLAVE
           FILE STATUS IS FSC.

           SELECT OPTIONAL CUADRECAJA ASSIGN TO DISK

       DATA DIVISION.
       FILE SECTION.
      *    Inventario fisico de cada cajero (ver BANKCAJ); la fila 000
      *    de cada terminal es su cajetin de deposito y cuenta sobres.
       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

      *    Maestro de cajeros de la oficina (ver BANKTER): se cuadran
      *    los terminales activos.
       FD TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINALES-REG.
           02 TER-ID               PIC  X(04).
           02 TER-DESCRIPCION      PIC  X(35).
           02 TER-ESTADO           PIC  X(1).
               88 TER-ACTIVO             VALUE "A".
               88 TER-DE-BAJA            VALUE "B".
           02 TER-F-ALTA           PIC  9(8).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
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

      *    Ingresos de sobre (ver BANK5): cada fila con fecha de hoy
      *    es un sobre que entro hoy en el cajetin de deposito.
           02 PEN-CONT-ENT         PIC   9(7).
           02 PEN-CONT-DEC         PIC   9(2).
           02 PEN-ESTADO           PIC  X(1).
      *    Cajero en cuyo cajetin de deposito entro el sobre (ver
      *    BANKTER).
           02 PEN-TERMINAL         PIC  X(04).


      *    Diario de efectivo (ver BANKCAJ): cada carga o recogida
      *    del dia suma o resta de lo esperado en su terminal y
      *    denominacion.
       FD DIARIOEFE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diarioefe.ubd".
           02 DEF-ANADIDOS         PIC  9(5).
           02 DEF-RETIRADOS        PIC  9(5).
           02 DEF-DESPUES          PIC  9(5).
           02 DEF-TERMINAL         PIC  X(04).

      *    Cierre de caja de la noche anterior: una fila por terminal
      *    y denominacion con la cantidad con la que se cerro el
      *    ultimo cuadre; es la apertura del cuadre de hoy. Lo
      *    reescribe este mismo programa al terminar.
       FD CAJCIERRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajcierre.ubd".
       01 CAJCIERRE-REG.
           02 CIE-CLAVE.
               03 CIE-TERMINAL     PIC  X(04).
               03 CIE-DENOMINACION PIC  9(3).
           02 CIE-CANTIDAD         PIC  9(5).

      *    Resumen del cuadre de efectivo que lee el orquestador de
      *    la cadena nocturna, igual que hace con cuadre.ubd: una
      *    fila por fecha con las diferencias encontradas en todos
      *    los cajeros de la oficina.
       FD CUADRECAJA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadrecaja.ubd".
           02 CJA-FECHA            PIC  9(8).
           02 CJA-DIFERENCIAS      PIC  9(5).

      *    Informe imprimible del cuadre: una seccion por cajero, por
      *    denominacion y con el contraste de valor contra los
      *    movimientos del dia, y al final el total de la oficina.
       FD INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadrecaja.lst".

       WORKING-STORAGE SECTION.
       77 FSJ                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSC                      PIC  X(2).

       77 F-PROCESO                PIC  9(8).

      *    Las seis denominaciones de billete y el deposito de sobres
      *    (denominacion 000), en el orden en que salen en el informe.
       01 TABLA-DENOM.
           05 TD-DENOM              PIC  9(3) OCCURS 7 TIMES.

      *    Una fila por cajero activo y, dentro de ella, una por
      *    cajetin con la apertura del cierre anterior, el recuento
      *    actual del inventario y las cargas y recogidas del dia.
       01 TABLA-CAJA.
           05 TT-ENTRY OCCURS 50 TIMES.
               10 TT-TERMINAL       PIC  X(04).
               10 TT-DESCRIPCION    PIC  X(35).
               10 TT-CIERRE         PIC  X(1).
                   88 TT-CIERRE-OK        VALUE "S".
               10 TT-RETIRADO-CENT  PIC  9(13).
               10 TT-SOBRES-HOY     PIC  9(5).
               10 TC-ENTRY OCCURS 7 TIMES.
                   15 TC-APERTURA   PIC  9(5).
                   15 TC-ACTUAL     PIC  9(5).
      *    carga menos recogida del dia segun el diario de efectivo
                   15 TC-DELTA-OPER PIC S9(6).

       77 NUM-TERMINALES           PIC  9(2) VALUE 0.
       77 TT-IDX                   PIC  9(2).
       77 TC-IDX-WS                PIC  9(1).
       77 TERMINAL-BUSCADO         PIC  X(04).
       77 TERMINAL-HALLADO         PIC  X(1).
           88 TERMINAL-OK           VALUE "S".

      *    Total de la oficina por cajetin, suma de todos los cajeros.
       01 TABLA-TOTAL.
           05 TOT-ENTRY OCCURS 7 TIMES.
               10 TOT-APERTURA      PIC  9(7).
               10 TOT-ACTUAL        PIC  9(7).
               10 TOT-DELTA-OPER    PIC S9(8).

       77 F-MOV                    PIC  9(8).
       77 F-PEN                    PIC  9(8).
       77 F-DEF                    PIC  9(8).

      *    Retiradas y sobres de hoy que no se pueden atribuir a un
      *    cajero activo: no cuadran en ninguno y son diferencia.
       77 CENT-RETIRADO-SIN-CAJERO PIC  9(13) VALUE 0.
       77 SOBRES-SIN-CAJERO        PIC  9(5)  VALUE 0.
       77 APUNTES-SIN-CAJERO       PIC  9(5)  VALUE 0.

       77 CENT-DELTA-OPER          PIC S9(13).
       77 CENT-VALOR-APERTURA      PIC S9(13).
       77 CENT-VALOR-ACTUAL        PIC S9(13).
       77 CENT-VALOR-ESPERADO      PIC S9(13).
       77 SOBRES-ESPERADOS         PIC  9(7).
       77 SOBRES-ACTUALES          PIC  9(7).
       77 CENT-TOT-ESPERADO        PIC S9(13) VALUE 0.
       77 CENT-TOT-ACTUAL          PIC S9(13) VALUE 0.
       77 SOBRES-TOT-ESPERADOS     PIC  9(7)  VALUE 0.
       77 SOBRES-TOT-ACTUALES      PIC  9(7)  VALUE 0.
       77 CONTADOR-DIFERENCIAS     PIC  9(5)  VALUE 0.
       77 DELTA-CANTIDAD           PIC S9(8).

       01 LIN-CABECERA.
           05 FILLER               PIC  X(42)
               VALUE "UNIZARBANK - CUADRE DE EFECTIVO DE CAJEROS".
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 CAB-FECHA            PIC  9(8).
           05 FILLER               PIC  X(38) VALUE SPACES.

       01 LIN-CAJERO.
           05 FILLER               PIC  X(7) VALUE "CAJERO ".
           05 CAJ-L-TERMINAL       PIC  X(4).
           05 FILLER               PIC  X(2) VALUE SPACES.
           05 CAJ-L-DESCRIPCION    PIC  X(35).
           05 FILLER               PIC  X(42) VALUE SPACES.

       01 LIN-TITULOS.
           05 FILLER               PIC  X(48)
               VALUE "DENOMINACION   APERTURA     ACTUAL   DIFERENCIA".
           05 FILLER               PIC  X(13) VALUE "   CARGA/REC".
           05 FILLER               PIC  X(29) VALUE SPACES.

       01 LIN-DENOM.
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 DET-DENOM            PIC  X(8).
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 DET-APERTURA         PIC  9(7).
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 DET-ACTUAL           PIC  9(7).
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 DET-DELTA            PIC -9(7).
           05 FILLER               PIC  X(4) VALUE SPACES.
           05 DET-OPER             PIC -9(7).
           05 FILLER               PIC  X(32) VALUE SPACES.

       01 LIN-VALOR.
           05 VAL-ETIQUETA         PIC  X(34).
           05 VAL-CENT             PIC -9(13).
           05 FILLER               PIC  X(9) VALUE " centimos".
           05 VAL-MARCA            PIC  X(19).
           05 FILLER               PIC  X(14) VALUE SPACES.

       01 LIN-BLANCA               PIC  X(90) VALUE SPACES.

      *    CUADRE DE EFECTIVO DE LOS CAJEROS -- para cada cajero
      *    activo de la oficina compara lo que su inventario dice que
      *    hay en los cajetines con lo que deberia haber segun el
      *    cierre de anoche y los movimientos de hoy hechos en ese
      *    terminal: las retiradas de BANK4 restan valor en billetes
      *    y los sobres de BANK5 suman en su deposito. Las retiradas
      *    y los sobres de hoy sin cajero reconocible no cuadran en
      *    ninguno y cuentan como diferencia. Deja el informe por
      *    cajero y denominacion, con el total de la oficina al
      *    final, en cuadrecaja.lst y un resumen en cuadrecaja.ubd
      *    que la cadena nocturna usa para marcar la noche "AT",
      *    igual que hace con los descuadres contables de BANKCUAD.
      *    El inventario actual de cada cajero queda como su nueva
      *    apertura.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKEFE - Cuadre de efectivo de los cajeros".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-PROCESO = (ANO * 10000) + (MES * 100) + DIA.
           DISPLAY "Fecha del proceso: " DIA "/" MES "/" ANO.

           MOVE 500 TO TD-DENOM(1).
           MOVE 200 TO TD-DENOM(2).
           MOVE 100 TO TD-DENOM(3).
           MOVE  50 TO TD-DENOM(4).
           MOVE  20 TO TD-DENOM(5).
           MOVE  10 TO TD-DENOM(6).
           MOVE   0 TO TD-DENOM(7).
           INITIALIZE TABLA-CAJA.
           INITIALIZE TABLA-TOTAL.

      *    Cajeros a cuadrar: los activos del maestro.
       0500-CARGAR-TERMINALES.
           OPEN INPUT TERMINALES.
           IF FSK NOT = 00
               DISPLAY "No se ha podido abrir terminales.ubd FSK=" FSK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

       0600-TERMINALES-BUCLE.
           READ TERMINALES NEXT RECORD AT END
               CLOSE TERMINALES
               GO TO 1000-CARGAR-INVENTARIO.
           IF NOT TER-ACTIVO
               GO TO 0600-TERMINALES-BUCLE.
           IF NUM-TERMINALES = 50
               DISPLAY "Mas de 50 cajeros activos: " TER-ID
                   " no se cuadra"
               GO TO 0600-TERMINALES-BUCLE.
           ADD 1 TO NUM-TERMINALES.
           MOVE TER-ID          TO TT-TERMINAL(NUM-TERMINALES).
           MOVE TER-DESCRIPCION TO TT-DESCRIPCION(NUM-TERMINALES).
           MOVE "N"             TO TT-CIERRE(NUM-TERMINALES).
           GO TO 0600-TERMINALES-BUCLE.

       1000-CARGAR-INVENTARIO.
           OPEN INPUT CAJETIN.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           MOVE 0 TO TT-IDX.

       1050-CARGAR-INVENTARIO-TERM.
           ADD 1 TO TT-IDX.
           IF TT-IDX > NUM-TERMINALES
               CLOSE CAJETIN
               GO TO 1500-CARGAR-CIERRE.
           MOVE 0 TO TC-IDX-WS.

       1100-CARGAR-INVENTARIO-BUCLE.
           ADD 1 TO TC-IDX-WS.
           IF TC-IDX-WS > 7
               GO TO 1050-CARGAR-INVENTARIO-TERM.
           MOVE TT-TERMINAL(TT-IDX) TO CAJ-TERMINAL.
           MOVE TD-DENOM(TC-IDX-WS) TO CAJ-DENOMINACION.
           READ CAJETIN INVALID KEY
               MOVE 0 TO TC-ACTUAL(TT-IDX, TC-IDX-WS)
               GO TO 1100-CARGAR-INVENTARIO-BUCLE.
           MOVE CAJ-CANTIDAD TO TC-ACTUAL(TT-IDX, TC-IDX-WS).
           GO TO 1100-CARGAR-INVENTARIO-BUCLE.

      *    Apertura = cierre de anoche. Sin cierre del cajero (primer
      *    pase, o terminal recien dado de alta) se toma su inventario
      *    actual como base: su primer cuadre sale limpio y deja la
      *    apertura sembrada.
       1500-CARGAR-CIERRE.
           OPEN I-O CAJCIERRE.
           IF FSC NOT = 00 AND FSC NOT = 05
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           MOVE 0 TO TT-IDX.

       1550-CARGAR-CIERRE-TERM.
           ADD 1 TO TT-IDX.
           IF TT-IDX > NUM-TERMINALES
               GO TO 2000-MOVIMIENTOS-DIA.
           MOVE 0 TO TC-IDX-WS.

       1600-CARGAR-CIERRE-BUCLE.
           ADD 1 TO TC-IDX-WS.
           IF TC-IDX-WS > 7
               GO TO 1550-CARGAR-CIERRE-TERM.
           MOVE TT-TERMINAL(TT-IDX) TO CIE-TERMINAL.
           MOVE TD-DENOM(TC-IDX-WS) TO CIE-DENOMINACION.
           READ CAJCIERRE INVALID KEY
               MOVE TC-ACTUAL(TT-IDX, TC-IDX-WS)
                   TO TC-APERTURA(TT-IDX, TC-IDX-WS)
               GO TO 1600-CARGAR-CIERRE-BUCLE.
           MOVE "S" TO TT-CIERRE(TT-IDX).
           MOVE CIE-CANTIDAD TO TC-APERTURA(TT-IDX, TC-IDX-WS).
           GO TO 1600-CARGAR-CIERRE-BUCLE.

      *    Retiradas de efectivo del dia: suman, en el cajero en que
      *    se hicieron, el valor que ha salido fisicamente por la
      *    ventanilla. El pago en efectivo de la oficina ("RO", ver
      *    BANKCIE) sale de la caja de la oficina y no se cuenta.
       2000-MOVIMIENTOS-DIA.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
       2100-MOVIMIENTOS-BUCLE.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO 2200-MOVIMIENTOS-FIN.
           IF NOT MOV-ES-RETIRADA
               GO TO 2100-MOVIMIENTOS-BUCLE.
           COMPUTE F-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
                           + MOV-DIA.
           IF F-MOV NOT = F-PROCESO
               GO TO 2100-MOVIMIENTOS-BUCLE.
           MOVE MOV-TERMINAL TO TERMINAL-BUSCADO.
           PERFORM BUSCAR-TERMINAL THRU BUSCAR-TERMINAL-EXIT.
           IF TERMINAL-OK
               COMPUTE TT-RETIRADO-CENT(TT-IDX) =
                   TT-RETIRADO-CENT(TT-IDX) - MOV-IMPORTE-CENT
           ELSE
               COMPUTE CENT-RETIRADO-SIN-CAJERO =
                   CENT-RETIRADO-SIN-CAJERO - MOV-IMPORTE-CENT
           END-IF.
           GO TO 2100-MOVIMIENTOS-BUCLE.

       2200-MOVIMIENTOS-FIN.
           CLOSE F-MOVIMIENTOS.

      *    Sobres que entraron hoy en el deposito de cada cajero
      *    (BANK5 apunta uno por ingreso); los sobres solo salen en
      *    la recogida de la oficina.
       3000-SOBRES-DIA.
           OPEN INPUT PENDIENTES.
           IF FSP NOT = 00 AND FSP NOT = 05
               GO TO 3500-DIARIO-DIA.

       3100-SOBRES-BUCLE.
           READ PENDIENTES NEXT RECORD AT END
               GO TO 3200-SOBRES-FIN.
           COMPUTE F-PEN = (PEN-ANO * 10000) + (PEN-MES * 100)
                           + PEN-DIA.
           IF F-PEN NOT = F-PROCESO
               GO TO 3100-SOBRES-BUCLE.
           MOVE PEN-TERMINAL TO TERMINAL-BUSCADO.
           PERFORM BUSCAR-TERMINAL THRU BUSCAR-TERMINAL-EXIT.
           IF TERMINAL-OK
               ADD 1 TO TT-SOBRES-HOY(TT-IDX)
           ELSE
               ADD 1 TO SOBRES-SIN-CAJERO
           END-IF.
           GO TO 3100-SOBRES-BUCLE.

       3200-SOBRES-FIN.
           CLOSE PENDIENTES.

      *    Cargas y recogidas de hoy segun el diario de efectivo de
      *    BANKCAJ: entran en lo esperado de su cajero y denominacion;
      *    sin diario (o sin sesiones hoy) el delta queda a cero.
       3500-DIARIO-DIA.
           OPEN INPUT DIARIOEFE.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO 4500-INFORME.

       3600-DIARIO-BUCLE.
           READ DIARIOEFE NEXT RECORD AT END
                           + DEF-DIA.
           IF F-DEF NOT = F-PROCESO
               GO TO 3600-DIARIO-BUCLE.
           MOVE DEF-TERMINAL TO TERMINAL-BUSCADO.
           PERFORM BUSCAR-TERMINAL THRU BUSCAR-TERMINAL-EXIT.
           IF NOT TERMINAL-OK
               ADD 1 TO APUNTES-SIN-CAJERO
               GO TO 3600-DIARIO-BUCLE.
           MOVE 0 TO TC-IDX-WS.

       3650-DIARIO-DENOM.
           ADD 1 TO TC-IDX-WS.
           IF TC-IDX-WS > 7
               GO TO 3600-DIARIO-BUCLE.
           IF TD-DENOM(TC-IDX-WS) = DEF-DENOMINACION
               COMPUTE TC-DELTA-OPER(TT-IDX, TC-IDX-WS) =
                   TC-DELTA-OPER(TT-IDX, TC-IDX-WS) + DEF-ANADIDOS
                   - DEF-RETIRADOS
               GO TO 3600-DIARIO-BUCLE.
           GO TO 3650-DIARIO-DENOM.
       3700-DIARIO-FIN.
           CLOSE DIARIOEFE.

       4500-INFORME.
           OPEN OUTPUT INFORME.
           IF FSI NOT = 00

           MOVE F-PROCESO TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LIN-CABECERA.
           MOVE 0 TO TT-IDX.

      *    Seccion de cada cajero: detalle por denominacion y los dos
      *    contrastes que deciden su resultado.
       4600-INFORME-TERMINAL.
           ADD 1 TO TT-IDX.
           IF TT-IDX > NUM-TERMINALES
               GO TO 5500-TOTAL-OFICINA.

           WRITE LINEA-INFORME FROM LIN-BLANCA.
           MOVE TT-TERMINAL(TT-IDX)    TO CAJ-L-TERMINAL.
           MOVE TT-DESCRIPCION(TT-IDX) TO CAJ-L-DESCRIPCION.
           WRITE LINEA-INFORME FROM LIN-CAJERO.
           WRITE LINEA-INFORME FROM LIN-TITULOS.

           IF NOT TT-CIERRE-OK(TT-IDX)
               MOVE "   (sin cierre anterior: el inventario actual "
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
                   TO LINEA-INFORME
               WRITE LINEA-INFORME.

           MOVE 0 TO CENT-VALOR-APERTURA.
           MOVE 0 TO CENT-VALOR-ACTUAL.
           MOVE 0 TO CENT-DELTA-OPER.
           MOVE 0 TO TC-IDX-WS.

      *    Linea por cajetin; los billetes suman valor (el deposito,
      *    fila 7, cuenta sobres y no entra en el valor) y todo se
      *    acumula en el total de la oficina.
       4700-INFORME-DENOM.
           ADD 1 TO TC-IDX-WS.
           IF TC-IDX-WS > 7
               GO TO 5000-CONTRASTES.
           IF TD-DENOM(TC-IDX-WS) = 0
               MOVE "deposito" TO DET-DENOM
           ELSE
               MOVE SPACES TO DET-DENOM
               MOVE TD-DENOM(TC-IDX-WS) TO DET-DENOM(1:3)
               COMPUTE CENT-VALOR-APERTURA = CENT-VALOR-APERTURA
                   + (TC-APERTURA(TT-IDX, TC-IDX-WS)
                      * TD-DENOM(TC-IDX-WS) * 100)
               COMPUTE CENT-VALOR-ACTUAL = CENT-VALOR-ACTUAL
                   + (TC-ACTUAL(TT-IDX, TC-IDX-WS)
                      * TD-DENOM(TC-IDX-WS) * 100)
               COMPUTE CENT-DELTA-OPER = CENT-DELTA-OPER
                   + (TC-DELTA-OPER(TT-IDX, TC-IDX-WS)
                      * TD-DENOM(TC-IDX-WS) * 100)
           END-IF.
           MOVE TC-APERTURA(TT-IDX, TC-IDX-WS) TO DET-APERTURA.
           MOVE TC-ACTUAL(TT-IDX, TC-IDX-WS)   TO DET-ACTUAL.
           COMPUTE DELTA-CANTIDAD = TC-ACTUAL(TT-IDX, TC-IDX-WS)
                                    - TC-APERTURA(TT-IDX, TC-IDX-WS).
           MOVE DELTA-CANTIDAD TO DET-DELTA.
           MOVE TC-DELTA-OPER(TT-IDX, TC-IDX-WS) TO DET-OPER.
           WRITE LINEA-INFORME FROM LIN-DENOM.

           ADD TC-APERTURA(TT-IDX, TC-IDX-WS)
               TO TOT-APERTURA(TC-IDX-WS).
           ADD TC-ACTUAL(TT-IDX, TC-IDX-WS) TO TOT-ACTUAL(TC-IDX-WS).
           ADD TC-DELTA-OPER(TT-IDX, TC-IDX-WS)
               TO TOT-DELTA-OPER(TC-IDX-WS).
           GO TO 4700-INFORME-DENOM.

      *    Valor de los billetes: lo que habia al cierre de anoche,
      *    mas las cargas y menos las recogidas apuntadas hoy en el
      *    diario, menos lo retirado hoy por los clientes en este
      *    cajero, tiene que ser lo que hay ahora. Lo que se mueva
      *    sin apuntar sale como diferencia, que es justo lo que el
      *    cuadre destapa. Los sobres, igual contra los ingresos.
       5000-CONTRASTES.
           WRITE LINEA-INFORME FROM LIN-BLANCA.

           COMPUTE CENT-VALOR-ESPERADO = CENT-VALOR-APERTURA
                                         + CENT-DELTA-OPER
                                         - TT-RETIRADO-CENT(TT-IDX).
           ADD CENT-VALOR-ESPERADO TO CENT-TOT-ESPERADO.
           ADD CENT-VALOR-ACTUAL   TO CENT-TOT-ACTUAL.

           MOVE "VALOR BILLETES ESPERADO:          " TO VAL-ETIQUETA.
           MOVE CENT-VALOR-ESPERADO TO VAL-CENT.
           ELSE
               MOVE " *** DIFERENCIA ***" TO VAL-MARCA
               ADD 1 TO CONTADOR-DIFERENCIAS
               DISPLAY "DIFERENCIA en valor de billetes del cajero "
                   TT-TERMINAL(TT-IDX) ": esperado "
                   CENT-VALOR-ESPERADO " actual " CENT-VALOR-ACTUAL
           END-IF.
           WRITE LINEA-INFORME FROM LIN-VALOR.

           COMPUTE SOBRES-ESPERADOS = TC-APERTURA(TT-IDX, 7)
                                      + TT-SOBRES-HOY(TT-IDX)
                                      + TC-DELTA-OPER(TT-IDX, 7).
           MOVE TC-ACTUAL(TT-IDX, 7) TO SOBRES-ACTUALES.
           ADD SOBRES-ESPERADOS TO SOBRES-TOT-ESPERADOS.
           ADD SOBRES-ACTUALES  TO SOBRES-TOT-ACTUALES.

           MOVE "SOBRES ESPERADOS EN DEPOSITO:     " TO VAL-ETIQUETA.
           MOVE SOBRES-ESPERADOS TO VAL-CENT.
           WRITE LINEA-INFORME FROM LIN-VALOR.

           MOVE "SOBRES EN INVENTARIO:             " TO VAL-ETIQUETA.
           MOVE SOBRES-ACTUALES TO VAL-CENT.
           IF SOBRES-ACTUALES = SOBRES-ESPERADOS
               MOVE " (COINCIDE)" TO VAL-MARCA
           ELSE
               MOVE " *** DIFERENCIA ***" TO VAL-MARCA
               ADD 1 TO CONTADOR-DIFERENCIAS
               DISPLAY "DIFERENCIA en sobres del cajero "
                   TT-TERMINAL(TT-IDX) ": esperados "
                   SOBRES-ESPERADOS " en inventario " SOBRES-ACTUALES
           END-IF.
           WRITE LINEA-INFORME FROM LIN-VALOR.
           GO TO 4600-INFORME-TERMINAL.

      *    Total de la oficina: suma de las secciones anteriores, que
      *    es la cifra que cuadra con tesoreria. No vuelve a contar
      *    diferencias (ya se contaron cajero a cajero); lo unico que
      *    se contrasta aqui es lo que no se pudo atribuir a ninguno.
       5500-TOTAL-OFICINA.
           WRITE LINEA-INFORME FROM LIN-BLANCA.
           MOVE "TOTAL OFICINA" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM LIN-TITULOS.
           MOVE 0 TO TC-IDX-WS.

       5600-TOTAL-DENOM.
           ADD 1 TO TC-IDX-WS.
           IF TC-IDX-WS > 7
               GO TO 5700-TOTAL-CONTRASTES.
           IF TD-DENOM(TC-IDX-WS) = 0
               MOVE "deposito" TO DET-DENOM
           ELSE
               MOVE SPACES TO DET-DENOM
               MOVE TD-DENOM(TC-IDX-WS) TO DET-DENOM(1:3)
           END-IF.
           MOVE TOT-APERTURA(TC-IDX-WS) TO DET-APERTURA.
           MOVE TOT-ACTUAL(TC-IDX-WS)   TO DET-ACTUAL.
           COMPUTE DELTA-CANTIDAD = TOT-ACTUAL(TC-IDX-WS)
                                    - TOT-APERTURA(TC-IDX-WS).
           MOVE DELTA-CANTIDAD TO DET-DELTA.
           MOVE TOT-DELTA-OPER(TC-IDX-WS) TO DET-OPER.
           WRITE LINEA-INFORME FROM LIN-DENOM.
           GO TO 5600-TOTAL-DENOM.

       5700-TOTAL-CONTRASTES.
           WRITE LINEA-INFORME FROM LIN-BLANCA.

           MOVE "VALOR BILLETES ESPERADO:          " TO VAL-ETIQUETA.
           MOVE CENT-TOT-ESPERADO TO VAL-CENT.
           MOVE " (TOTAL)" TO VAL-MARCA.
           WRITE LINEA-INFORME FROM LIN-VALOR.

           MOVE "VALOR BILLETES EN INVENTARIO:     " TO VAL-ETIQUETA.
           MOVE CENT-TOT-ACTUAL TO VAL-CENT.
           WRITE LINEA-INFORME FROM LIN-VALOR.

           MOVE "SOBRES ESPERADOS EN DEPOSITO:     " TO VAL-ETIQUETA.
           MOVE SOBRES-TOT-ESPERADOS TO VAL-CENT.
           WRITE LINEA-INFORME FROM LIN-VALOR.

           MOVE "SOBRES EN INVENTARIO:             " TO VAL-ETIQUETA.
           MOVE SOBRES-TOT-ACTUALES TO VAL-CENT.
           WRITE LINEA-INFORME FROM LIN-VALOR.

           IF CENT-RETIRADO-SIN-CAJERO > 0
               MOVE "RETIRADAS SIN CAJERO IDENTIFICADO:"
                   TO VAL-ETIQUETA
               MOVE CENT-RETIRADO-SIN-CAJERO TO VAL-CENT
               MOVE " *** DIFERENCIA ***" TO VAL-MARCA
               WRITE LINEA-INFORME FROM LIN-VALOR
               ADD 1 TO CONTADOR-DIFERENCIAS
               DISPLAY "DIFERENCIA: retiradas sin cajero identificado "
                   CENT-RETIRADO-SIN-CAJERO
           END-IF.

           IF SOBRES-SIN-CAJERO > 0
               MOVE "SOBRES SIN CAJERO IDENTIFICADO:   "
                   TO VAL-ETIQUETA
               MOVE SOBRES-SIN-CAJERO TO VAL-CENT
               MOVE " *** DIFERENCIA ***" TO VAL-MARCA
               WRITE LINEA-INFORME FROM LIN-VALOR
               ADD 1 TO CONTADOR-DIFERENCIAS
               DISPLAY "DIFERENCIA: sobres sin cajero identificado "
                   SOBRES-SIN-CAJERO
           END-IF.

      *    un apunte de caja de un terminal que no se cuadra no
      *    altera ningun cajero: se avisa para que se revise
           IF APUNTES-SIN-CAJERO > 0
               DISPLAY "Apuntes del diario de efectivo de cajeros no "
                   "activos: " APUNTES-SIN-CAJERO.

           CLOSE INFORME.

      *    El inventario actual de cada cajero queda como apertura
      *    para el cuadre de manana, ya con la diferencia de hoy
      *    destapada.
       6000-GRABAR-CIERRE.
           MOVE 0 TO TT-IDX.

       6050-GRABAR-CIERRE-TERM.
           ADD 1 TO TT-IDX.
           IF TT-IDX > NUM-TERMINALES
               CLOSE CAJCIERRE
               GO TO 7000-GRABAR-RESUMEN.
           MOVE 0 TO TC-IDX-WS.

       6100-GRABAR-CIERRE-BUCLE.
           ADD 1 TO TC-IDX-WS.
           IF TC-IDX-WS > 7
               GO TO 6050-GRABAR-CIERRE-TERM.
           MOVE TT-TERMINAL(TT-IDX)            TO CIE-TERMINAL.
           MOVE TD-DENOM(TC-IDX-WS)            TO CIE-DENOMINACION.
           MOVE TC-ACTUAL(TT-IDX, TC-IDX-WS)   TO CIE-CANTIDAD.
           WRITE CAJCIERRE-REG INVALID KEY
               REWRITE CAJCIERRE-REG INVALID KEY
                   DISPLAY "Error grabando el cierre de "
                       CIE-TERMINAL " " CIE-DENOMINACION.
           GO TO 6100-GRABAR-CIERRE-BUCLE.

      *    Resumen para el orquestador: si ya habia fila de esta
           CLOSE CUADRECAJA.

           IF CONTADOR-DIFERENCIAS = 0
               DISPLAY "Cuadre de efectivo correcto en "
                   NUM-TERMINALES " cajeros"
           ELSE
               DISPLAY "Cuadre de efectivo con "
                   CONTADOR-DIFERENCIAS " diferencias: ver "
                   "cuadrecaja.lst".
           GO TO 9999-EXIT.

      *    Situa TT-IDX en la fila del cajero TERMINAL-BUSCADO; si no
      *    es uno de los cajeros que se cuadran lo indica en
      *    TERMINAL-HALLADO.
       BUSCAR-TERMINAL.
           MOVE "N" TO TERMINAL-HALLADO.
           MOVE 0 TO TT-IDX.

       BUSCAR-TERMINAL-BUCLE.
           ADD 1 TO TT-IDX.
           IF TT-IDX > NUM-TERMINALES
               GO TO BUSCAR-TERMINAL-EXIT.
           IF TT-TERMINAL(TT-IDX) = TERMINAL-BUSCADO
               MOVE "S" TO TERMINAL-HALLADO
               GO TO BUSCAR-TERMINAL-EXIT.
           GO TO BUSCAR-TERMINAL-BUCLE.

       BUSCAR-TERMINAL-EXIT.
           EXIT.

       9999-EXIT.
           GOBACK.
