       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

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

           SELECT MAYOR-OUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

           SELECT OPTIONAL CUADREMAYOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMY-FECHA
           FILE STATUS IS FSQ.


       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
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

      *    Retenciones de saldo (ver BANK6 y BANKEMI): las que siguen
      *    activas al cierre del dia se llevan a cuentas de orden.
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

      *    Fichero de intercambio con contabilidad general: una linea
      *    por cuenta del mayor y lado (debe "D" o haber "H") con el
      *    importe del dia en centimos y el numero de apuntes que lo
      *    forman, entre una cabecera "CAB" (secuencia y fecha de
      *    negocio) y un cierre "FIN" con el numero de lineas y los
      *    totales del debe y del haber, que deben ser iguales.
       FD MAYOR-OUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mayor.dat".
       01 MAYOR-REG.
           02 MAY-FECHA            PIC  9(8).
           02 MAY-CUENTA           PIC  X(10).
           02 MAY-LADO             PIC  X(1).
           02 MAY-IMPORTE-CENT     PIC  9(13).
           02 MAY-APUNTES          PIC  9(7).
           02 MAY-DESCRIPCION      PIC  X(30).
       01 MAYOR-CAB.
           02 CAB-MARCA            PIC  X(3).
           02 CAB-SECUENCIA        PIC  9(6).
           02 CAB-FECHA            PIC  9(8).
           02 FILLER               PIC  X(52).
       01 MAYOR-FIN.
           02 FIN-MARCA            PIC  X(3).
           02 FIN-CUENTA-REG       PIC  9(7).
           02 FIN-TOTAL-DEBE       PIC  9(13).
           02 FIN-TOTAL-HABER      PIC  9(13).
           02 FILLER               PIC  X(33).

      *    Resumen del pase que lee el orquestador de la cadena
      *    nocturna, con el mismo papel que cuadre.ubd: si el debe no
      *    cuadra con el haber la noche queda marcada "AT".
       FD CUADREMAYOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadremayor.ubd".
       01 CUADREMAYOR-REG.
           02 CMY-FECHA            PIC  9(8).
           02 CMY-MOVIMIENTOS      PIC  9(7).
           02 CMY-DEBE-CENT        PIC  9(13).
           02 CMY-HABER-CENT       PIC  9(13).
           02 CMY-SIN-CLASIFICAR   PIC  9(5).


       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSA                      PIC  X(2).
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

      *    Plan de cuentas del interfaz: codigo que espera
      *    contabilidad, descripcion y acumulados del dia por lado.
      *    La 01 es siempre el lado del cliente; la 11 y la 12 son las
      *    cuentas de orden de las retenciones abiertas; la 13 recoge
      *    el principal que esta a plazo fijo fuera de la tarjeta; la
      *    14 el capital vivo de los prestamos al consumo y la 15 sus
      *    intereses ordinarios y de demora; la 16 lo cobrado en el
      *    cajero por recibos y tributos hasta liquidarlo a la emisora;
      *    la 17 el efectivo pagado por la caja de la oficina, que no
      *    sale del cajero.
       01 TABLA-PLAN.
           05 FILLER               PIC  X(40)
               VALUE "DEPCLIENTEDepositos de clientes".
           05 FILLER               PIC  X(40)
               VALUE "CAJACAJEROEfectivo en cajero automatico".
           05 FILLER               PIC  X(40)
               VALUE "TRASPASOS Puente de traspasos internos".
           05 FILLER               PIC  X(40)
               VALUE "CAMARACOMPCamara de compensacion".
           05 FILLER               PIC  X(40)
               VALUE "ACREEDRBO Acreedores por recibos".
           05 FILLER               PIC  X(40)
               VALUE "VENTAENTR Venta de entradas".
           05 FILLER               PIC  X(40)
               VALUE "INTPAGADOSIntereses pagados a clientes".
           05 FILLER               PIC  X(40)
               VALUE "INTCOBRADOIntereses de descubierto".
           05 FILLER               PIC  X(40)
               VALUE "COMISIONESComisiones cobradas".
           05 FILLER               PIC  X(40)
               VALUE "RECLAMAC  Compensaciones por reclamacion".
           05 FILLER               PIC  X(40)
               VALUE "RETENIDO  Saldos retenidos (orden)".
           05 FILLER               PIC  X(40)
               VALUE "CTRARETEN Contrapartida de retenciones".
           05 FILLER               PIC  X(40)
               VALUE "PLAZOFIJO Depositos a plazo fijo".
           05 FILLER               PIC  X(40)
               VALUE "PRESTAMOS Prestamos a clientes".
           05 FILLER               PIC  X(40)
               VALUE "INTPRESTAMIntereses de prestamos".
           05 FILLER               PIC  X(40)
               VALUE "EMISORAS  Cobros pendientes a emisoras".
           05 FILLER               PIC  X(40)
               VALUE "CAJAOFICINEfectivo en caja de oficina".
       01 PLAN REDEFINES TABLA-PLAN.
           05 PLN-ENTRY OCCURS 17 TIMES.
               10 PLN-CUENTA        PIC  X(10).
               10 PLN-DESCRIPCION   PIC  X(30).

       01 TABLA-ACUMULADOS.
           05 ACU-ENTRY OCCURS 17 TIMES.
               10 ACU-DEBE          PIC  9(13).
               10 ACU-HABER         PIC  9(13).
               10 ACU-APUNTES-D     PIC  9(7).
               10 ACU-APUNTES-H     PIC  9(7).

       77 TOTAL-CUENTAS-PLAN       PIC  9(2) VALUE 17.
       77 CUENTA-CLIENTE           PIC  9(2) VALUE 1.
       77 CUENTA-RETENIDO          PIC  9(2) VALUE 11.
       77 CUENTA-CTRARETEN         PIC  9(2) VALUE 12.

      *    Contrapartida de cada tipo de apunte: tipo de movimiento y
      *    posicion en el plan de cuentas. Un tipo que no figure aqui
      *    solo lleva el lado del cliente y descuadra el interfaz a
      *    proposito, para que nadie lo pase por alto.
       01 TABLA-TIPOS.
           05 FILLER               PIC  X(4) VALUE "RE02".
           05 FILLER               PIC  X(4) VALUE "IN02".
           05 FILLER               PIC  X(4) VALUE "TE03".
           05 FILLER               PIC  X(4) VALUE "TR03".
           05 FILLER               PIC  X(4) VALUE "XE03".
           05 FILLER               PIC  X(4) VALUE "XR03".
           05 FILLER               PIC  X(4) VALUE "PE03".
           05 FILLER               PIC  X(4) VALUE "PR03".
           05 FILLER               PIC  X(4) VALUE "IE04".
           05 FILLER               PIC  X(4) VALUE "IR04".
           05 FILLER               PIC  X(4) VALUE "RB05".
           05 FILLER               PIC  X(4) VALUE "EN06".
           05 FILLER               PIC  X(4) VALUE "DE06".
           05 FILLER               PIC  X(4) VALUE "IA07".
           05 FILLER               PIC  X(4) VALUE "ID08".
           05 FILLER               PIC  X(4) VALUE "CM09".
           05 FILLER               PIC  X(4) VALUE "RC10".
           05 FILLER               PIC  X(4) VALUE "SS03".
           05 FILLER               PIC  X(4) VALUE "SE03".
           05 FILLER               PIC  X(4) VALUE "CO09".
           05 FILLER               PIC  X(4) VALUE "PF13".
           05 FILLER               PIC  X(4) VALUE "VF13".
           05 FILLER               PIC  X(4) VALUE "IF07".
           05 FILLER               PIC  X(4) VALUE "PP09".
           05 FILLER               PIC  X(4) VALUE "PD14".
           05 FILLER               PIC  X(4) VALUE "CP14".
           05 FILLER               PIC  X(4) VALUE "IP15".
           05 FILLER               PIC  X(4) VALUE "DM15".
           05 FILLER               PIC  X(4) VALUE "PG16".
           05 FILLER               PIC  X(4) VALUE "DI04".
           05 FILLER               PIC  X(4) VALUE "RO17".
       01 TIPOS REDEFINES TABLA-TIPOS.
           05 TIP-ENTRY OCCURS 31 TIMES.
               10 TIP-CODIGO        PIC  X(2).
               10 TIP-CUENTA        PIC  9(2).

       77 TOTAL-TIPOS              PIC  9(2) VALUE 31.
       77 TIP-IDX-WS               PIC  9(2).
       77 PLN-IDX-WS               PIC  9(2).
       77 CUENTA-CONTRA            PIC  9(2).

       77 F-PROCESO                PIC  9(8).
       77 F-MOV                    PIC  9(8).
       77 CENT-APUNTE              PIC  9(11).
       77 CENT-RETENIDO            PIC  9(13) VALUE 0.
       77 TOTAL-DEBE               PIC  9(13) VALUE 0.
       77 TOTAL-HABER              PIC  9(13) VALUE 0.
       77 LINEAS-MAYOR             PIC  9(7)  VALUE 0.
       77 LAST-MAY-SEQ             PIC  9(35).

       77 CONTADOR-MOVIMIENTOS     PIC  9(7) VALUE 0.
       77 CONTADOR-SIN-CLASIFICAR  PIC  9(5) VALUE 0.
       77 CONTADOR-RETENCIONES     PIC  9(5) VALUE 0.

      *    INTERFAZ DIARIO CON CONTABILIDAD GENERAL -- se lanza en la
      *    cadena nocturna despues de BANKCUAD. Resume los movimientos
      *    de la fecha de negocio en apuntes del mayor: cada
      *    movimiento carga o abona los depositos del cliente y su
      *    contrapartida segun el tipo de apunte (efectivo del cajero,
      *    camara, recibos, entradas, intereses y comisiones), y las
      *    retenciones que siguen abiertas se llevan a cuentas de
      *    orden. Escribe mayor.dat con cabecera y cierre, y deja en
      *    cuadremayor.ubd el resumen del pase; si el debe no cuadra
      *    con el haber la cadena marca la noche "AT". Relanzarlo la
      *    misma fecha vuelve a generar el fichero completo.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKMAY - Interfaz diario con contabilidad".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-PROCESO = (ANO * 10000) + (MES * 100) + DIA.
           DISPLAY "Fecha de negocio: " DIA "/" MES "/" ANO.

           INITIALIZE TABLA-ACUMULADOS.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd FSM="
                   FSM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

       1000-RECORRER-MOVIMIENTOS.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO 2000-RETENCIONES.

           COMPUTE F-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
                           + MOV-DIA.
           IF F-MOV NOT = F-PROCESO
               GO TO 1000-RECORRER-MOVIMIENTOS.

      *    el arrastre del archivado anual no es un hecho del dia
           IF MOV-ES-SALDO-ANTERIOR OR MOV-IMPORTE-CENT = 0
               GO TO 1000-RECORRER-MOVIMIENTOS.

           ADD 1 TO CONTADOR-MOVIMIENTOS.
           PERFORM 1500-CONTABILIZAR THRU 1500-CONTABILIZAR-EXIT.
           GO TO 1000-RECORRER-MOVIMIENTOS.

      *    Un abono al cliente va al haber de sus depositos y al debe
      *    de la contrapartida; un cargo, al reves.
       1500-CONTABILIZAR.
           IF MOV-IMPORTE-CENT < 0
               COMPUTE CENT-APUNTE = 0 - MOV-IMPORTE-CENT
           ELSE
               MOVE MOV-IMPORTE-CENT TO CENT-APUNTE
           END-IF.

           MOVE 0 TO CUENTA-CONTRA.
           MOVE 1 TO TIP-IDX-WS.

       1600-BUSCAR-TIPO.
           IF TIP-IDX-WS > TOTAL-TIPOS
               GO TO 1700-APUNTAR.
           IF TIP-CODIGO(TIP-IDX-WS) = MOV-TIPO
               MOVE TIP-CUENTA(TIP-IDX-WS) TO CUENTA-CONTRA
               GO TO 1700-APUNTAR.
           ADD 1 TO TIP-IDX-WS.
           GO TO 1600-BUSCAR-TIPO.

       1700-APUNTAR.
           IF MOV-IMPORTE-CENT < 0
               ADD CENT-APUNTE TO ACU-DEBE(CUENTA-CLIENTE)
               ADD 1 TO ACU-APUNTES-D(CUENTA-CLIENTE)
           ELSE
               ADD CENT-APUNTE TO ACU-HABER(CUENTA-CLIENTE)
               ADD 1 TO ACU-APUNTES-H(CUENTA-CLIENTE)
           END-IF.

           IF CUENTA-CONTRA = 0
               ADD 1 TO CONTADOR-SIN-CLASIFICAR
               DISPLAY "SIN CONTRAPARTIDA movimiento " MOV-NUM(20:16)
                   " tipo " MOV-TIPO " tarjeta " MOV-TARJETA
               GO TO 1500-CONTABILIZAR-EXIT.

           IF MOV-IMPORTE-CENT < 0
               ADD CENT-APUNTE TO ACU-HABER(CUENTA-CONTRA)
               ADD 1 TO ACU-APUNTES-H(CUENTA-CONTRA)
           ELSE
               ADD CENT-APUNTE TO ACU-DEBE(CUENTA-CONTRA)
               ADD 1 TO ACU-APUNTES-D(CUENTA-CONTRA)
           END-IF.

       1500-CONTABILIZAR-EXIT.
           EXIT.

      *    Retenciones abiertas al cierre: saldo que sigue en la
      *    cuenta del cliente pero no esta disponible. Sin fichero no
      *    hay nada que llevar a orden.
       2000-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FSW NOT = 00
               GO TO 3000-ESCRIBIR-INTERFAZ.

       2100-RETENCIONES-BUCLE.
           READ RETENCIONES NEXT RECORD AT END
               CLOSE RETENCIONES
               GO TO 2200-RETENCIONES-FIN.
           IF RET-ESTADO NOT = "A"
               GO TO 2100-RETENCIONES-BUCLE.
           COMPUTE CENT-RETENIDO = CENT-RETENIDO
               + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.
           ADD 1 TO CONTADOR-RETENCIONES.
           GO TO 2100-RETENCIONES-BUCLE.

       2200-RETENCIONES-FIN.
           IF CENT-RETENIDO = 0
               GO TO 3000-ESCRIBIR-INTERFAZ.
           ADD CENT-RETENIDO TO ACU-DEBE(CUENTA-RETENIDO).
           MOVE CONTADOR-RETENCIONES TO ACU-APUNTES-D(CUENTA-RETENIDO).
           ADD CENT-RETENIDO TO ACU-HABER(CUENTA-CTRARETEN).
           MOVE CONTADOR-RETENCIONES
               TO ACU-APUNTES-H(CUENTA-CTRARETEN).

      *    El fichero se genera entero en cada pase (OUTPUT): un
      *    relanzamiento de la misma fecha lo rehace completo.
       3000-ESCRIBIR-INTERFAZ.
           OPEN OUTPUT MAYOR-OUT.
           IF FSA NOT = 00
               DISPLAY "No se ha podido crear mayor.dat FSA=" FSA
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           PERFORM 7500-ESCRIBIR-CABECERA
               THRU 7500-ESCRIBIR-CABECERA-EXIT.

           MOVE 1 TO PLN-IDX-WS.

       3100-ESCRIBIR-CUENTA.
           IF PLN-IDX-WS > TOTAL-CUENTAS-PLAN
               GO TO 3500-ESCRIBIR-CIERRE.

           IF ACU-DEBE(PLN-IDX-WS) > 0
               MOVE F-PROCESO                 TO MAY-FECHA
               MOVE PLN-CUENTA(PLN-IDX-WS)    TO MAY-CUENTA
               MOVE "D"                       TO MAY-LADO
               MOVE ACU-DEBE(PLN-IDX-WS)      TO MAY-IMPORTE-CENT
               MOVE ACU-APUNTES-D(PLN-IDX-WS) TO MAY-APUNTES
               MOVE PLN-DESCRIPCION(PLN-IDX-WS) TO MAY-DESCRIPCION
               WRITE MAYOR-REG
               ADD 1 TO LINEAS-MAYOR
               ADD ACU-DEBE(PLN-IDX-WS) TO TOTAL-DEBE
           END-IF.

           IF ACU-HABER(PLN-IDX-WS) > 0
               MOVE F-PROCESO                 TO MAY-FECHA
               MOVE PLN-CUENTA(PLN-IDX-WS)    TO MAY-CUENTA
               MOVE "H"                       TO MAY-LADO
               MOVE ACU-HABER(PLN-IDX-WS)     TO MAY-IMPORTE-CENT
               MOVE ACU-APUNTES-H(PLN-IDX-WS) TO MAY-APUNTES
               MOVE PLN-DESCRIPCION(PLN-IDX-WS) TO MAY-DESCRIPCION
               WRITE MAYOR-REG
               ADD 1 TO LINEAS-MAYOR
               ADD ACU-HABER(PLN-IDX-WS) TO TOTAL-HABER
           END-IF.

           ADD 1 TO PLN-IDX-WS.
           GO TO 3100-ESCRIBIR-CUENTA.

       3500-ESCRIBIR-CIERRE.
           MOVE SPACES       TO MAYOR-FIN.
           MOVE "FIN"        TO FIN-MARCA.
           MOVE LINEAS-MAYOR TO FIN-CUENTA-REG.
           MOVE TOTAL-DEBE   TO FIN-TOTAL-DEBE.
           MOVE TOTAL-HABER  TO FIN-TOTAL-HABER.
           WRITE MAYOR-FIN.
           CLOSE MAYOR-OUT.

           DISPLAY "Movimientos contabilizados: " CONTADOR-MOVIMIENTOS.
           DISPLAY "Retenciones abiertas:       " CONTADOR-RETENCIONES.
           DISPLAY "Lineas del interfaz:        " LINEAS-MAYOR.
           DISPLAY "Total debe:  " TOTAL-DEBE " centimos".
           DISPLAY "Total haber: " TOTAL-HABER " centimos".
           IF TOTAL-DEBE NOT = TOTAL-HABER
               DISPLAY "INTERFAZ DESCUADRADO: " CONTADOR-SIN-CLASIFICAR
                   " movimientos sin contrapartida"
           END-IF.

      *    Se deja el resumen del pase en cuadremayor.ubd; si ya habia
      *    fila de esta misma fecha (relanzamiento) se machaca.
       4000-GRABAR-RESUMEN.
           OPEN I-O CUADREMAYOR.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir cuadremayor.ubd FSQ="
                   FSQ
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           MOVE F-PROCESO               TO CMY-FECHA.
           MOVE CONTADOR-MOVIMIENTOS    TO CMY-MOVIMIENTOS.
           MOVE TOTAL-DEBE              TO CMY-DEBE-CENT.
           MOVE TOTAL-HABER             TO CMY-HABER-CENT.
           MOVE CONTADOR-SIN-CLASIFICAR TO CMY-SIN-CLASIFICAR.
           WRITE CUADREMAYOR-REG INVALID KEY
               REWRITE CUADREMAYOR-REG INVALID KEY
                   DISPLAY "Error grabando el resumen del interfaz".
           CLOSE CUADREMAYOR.
           GO TO 9999-EXIT.

      *    Cabecera del interfaz: la secuencia sale del fichero de
      *    contadores (secuencia MAYOR) para que contabilidad detecte
      *    un fichero repetido o perdido.
       7500-ESCRIBIR-CABECERA.
           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               DISPLAY "No se ha podido abrir contadores.ubd FSO="
                   FSO
               CLOSE MAYOR-OUT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.
           MOVE "MAYOR" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
      *    primer interfaz: la secuencia se estrena aqui
               MOVE "MAYOR" TO CNT-NOMBRE
               MOVE 0 TO CNT-ULTIMO
               WRITE CONTADORES-REG INVALID KEY
                   DISPLAY "Error creando el contador MAYOR"
                   CLOSE CONTADORES
                   CLOSE MAYOR-OUT
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT.
           MOVE CNT-ULTIMO TO LAST-MAY-SEQ.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               DISPLAY "Error reservando la secuencia del interfaz"
               CLOSE CONTADORES
               CLOSE MAYOR-OUT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.
           CLOSE CONTADORES.

           ADD 1 TO LAST-MAY-SEQ.
           MOVE SPACES       TO MAYOR-CAB.
           MOVE "CAB"        TO CAB-MARCA.
           MOVE LAST-MAY-SEQ TO CAB-SECUENCIA.
           MOVE F-PROCESO    TO CAB-FECHA.
           WRITE MAYOR-CAB.

       7500-ESCRIBIR-CABECERA-EXIT.
           EXIT.

       9999-EXIT.
           GOBACK.
