       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOV-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVA-NUM
           ALTERNATE RECORD KEY IS MVA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSA.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL HIST-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MHA-NUM
           ALTERNATE RECORD KEY IS MHA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSB.

           SELECT OPTIONAL MOVHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVH-NUM
           ALTERNATE RECORD KEY IS MOVH-TARJETA WITH DUPLICATES
           FILE STATUS IS FSY.

           SELECT OPTIONAL AUD-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDA-NUM
           FILE STATUS IS FSU.

           SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.

           SELECT OPTIONAL BEN-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BENA-CLAVE
           FILE STATUS IS FSN.

           SELECT OPTIONAL BENEFICIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSQ.

           SELECT OPTIONAL DCL-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCLA-NUM
           ALTERNATE RECORD KEY IS DCLA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSN.

           SELECT OPTIONAL DIARIOCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCL-NUM
           ALTERNATE RECORD KEY IS DCL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSQ.

           SELECT OPTIONAL JUS-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUSA-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL JUSTIFIC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUS-NUM
           FILE STATUS IS FSQ.

           SELECT OPTIONAL PEN-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PENA-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL PENDIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NUM
           FILE STATUS IS FSQ.

           SELECT OPTIONAL DEF-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEFA-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL DIARIOEFE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-NUM
           FILE STATUS IS FSQ.

           SELECT OPTIONAL CAJ-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJA-DENOMINACION
           FILE STATUS IS FSN.

           SELECT OPTIONAL CAJETIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSQ.

           SELECT OPTIONAL CIE-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIEA-DENOMINACION
           FILE STATUS IS FSN.

           SELECT OPTIONAL CAJCIERRE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-CLAVE
           FILE STATUS IS FSQ.

           SELECT OPTIONAL INT-ANTIGUO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTA-NUM
           FILE STATUS IS FSN.

           SELECT OPTIONAL INTERCAMBIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-NUM
           FILE STATUS IS FSQ.

           SELECT OPTIONAL TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TER-ID
           FILE STATUS IS FSK.


       DATA DIVISION.
       FILE SECTION.
      *    Movimientos con el trazado anterior, sin tipo de apunte ni
      *    importe con signo: antes de lanzar la conversion se renombra
      *    movimientos.ubd a movimientos.old.
       FD MOV-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.old".
       01 MOV-ANTIGUO-REG.
           02 MVA-NUM              PIC  9(35).
           02 MVA-TARJETA          PIC  9(16).
           02 MVA-ANO              PIC   9(4).
           02 MVA-MES              PIC   9(2).
           02 MVA-DIA              PIC   9(2).
           02 MVA-HOR              PIC   9(2).
           02 MVA-MIN              PIC   9(2).
           02 MVA-SEG              PIC   9(2).
           02 MVA-IMPORTE-ENT      PIC  S9(7).
           02 MVA-IMPORTE-DEC      PIC   9(2).
           02 MVA-CONCEPTO         PIC  X(35).
           02 MVA-SALDOPOS-ENT     PIC  S9(9).
           02 MVA-SALDOPOS-DEC     PIC   9(2).

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

      *    Historico con el trazado anterior (movhist.ubd renombrado a
      *    movhist.old); si no hay historico no se convierte nada.
       FD HIST-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movhist.old".
       01 HIST-ANTIGUO-REG.
           02 MHA-NUM              PIC  9(35).
           02 MHA-TARJETA          PIC  9(16).
           02 FILLER               PIC  X(69).

       FD MOVHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movhist.ubd".
       01 MOVHIST-REG.
           02 MOVH-NUM             PIC  9(35).
           02 MOVH-TARJETA         PIC  9(16).
           02 FILLER               PIC  X(108).

      *    Auditoria con el trazado anterior, sin operador ni
      *    autorizador (auditoria.ubd renombrado a auditoria.old).
       FD AUD-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.old".
       01 AUD-ANTIGUO-REG.
           02 AUDA-NUM             PIC  9(35).
           02 AUDA-DATOS           PIC  X(58).

       FD AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM              PIC  9(35).
           02 AUD-DATOS            PIC  X(58).
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).

      *    Libreta de beneficiarios con el trazado anterior, sin tipo
      *    de entrada ni referencia (beneficiarios.ubd renombrado a
      *    beneficiarios.old).
       FD BEN-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "beneficiarios.old".
       01 BEN-ANTIGUO-REG.
           02 BENA-CLAVE.
               03 BENA-TARJETA     PIC  9(16).
               03 BENA-ALIAS       PIC  X(15).
           02 BENA-DESTINO         PIC  9(16).
           02 BENA-NOMBRE          PIC  X(35).

       FD BENEFICIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "beneficiarios.ubd".
       01 BENEFICIARIO-REG.
           02 BEN-CLAVE.
               03 BEN-TARJETA      PIC  9(16).
               03 BEN-ALIAS        PIC  X(15).
           02 BEN-DESTINO          PIC  9(16).
           02 BEN-NOMBRE           PIC  X(35).
           02 BEN-TIPO             PIC  X(1).
           02 BEN-REFERENCIA       PIC  9(13).

      *    Diario de sesiones de cliente, justificantes, sobres
      *    pendientes y diario de efectivo con el trazado anterior,
      *    sin el cajero (cada uno renombrado de .ubd a .old).
       FD DCL-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.old".
       01 DCL-ANTIGUO-REG.
           02 DCLA-NUM             PIC  9(35).
           02 DCLA-TARJETA         PIC  9(16).
           02 DCLA-DATOS           PIC  X(88).

       FD DIARIOCLI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diariocli.ubd".
       01 DIARIOCLI-REG.
           02 DCL-NUM              PIC  9(35).
           02 DCL-TARJETA          PIC  9(16).
           02 DCL-DATOS            PIC  X(88).
           02 DCL-TERMINAL         PIC  X(04).

       FD JUS-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "justific.old".
       01 JUS-ANTIGUO-REG.
           02 JUSA-NUM             PIC  9(35).
           02 JUSA-DATOS           PIC  X(105).

       FD JUSTIFIC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "justific.ubd".
       01 JUSTIFIC-REG.
           02 JUS-NUM              PIC  9(35).
           02 JUS-DATOS            PIC  X(105).
           02 JUS-COMISION-CENT    PIC  9(9).
           02 JUS-TERMINAL         PIC  X(04).

       FD PEN-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendientes.old".
       01 PEN-ANTIGUO-REG.
           02 PENA-NUM             PIC  9(35).
           02 PENA-DATOS           PIC  X(49).

       FD PENDIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendientes.ubd".
       01 PENDIENTES-REG.
           02 PEN-NUM              PIC  9(35).
           02 PEN-DATOS            PIC  X(49).
           02 PEN-TERMINAL         PIC  X(04).

       FD DEF-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diarioefe.old".
       01 DEF-ANTIGUO-REG.
           02 DEFA-NUM             PIC  9(35).
           02 DEFA-DATOS           PIC  X(45).

       FD DIARIOEFE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diarioefe.ubd".
       01 DIARIOEFE-REG.
           02 DEF-NUM              PIC  9(35).
           02 DEF-DATOS            PIC  X(45).
           02 DEF-TERMINAL         PIC  X(04).

      *    Inventario y cierre de caja con el trazado anterior, con
      *    la denominacion como clave (cajetin.ubd y cajcierre.ubd
      *    renombrados a .old); ahora la clave lleva delante el
      *    cajero.
       FD CAJ-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.old".
       01 CAJ-ANTIGUO-REG.
           02 CAJA-DENOMINACION    PIC  9(3).
           02 CAJA-CANTIDAD        PIC  9(5).
           02 CAJA-MINIMO          PIC  9(5).

       FD CAJETIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajetin.ubd".
       01 CAJETIN-REG.
           02 CAJ-CLAVE.
               03 CAJ-TERMINAL     PIC  X(04).
               03 CAJ-DENOMINACION PIC  9(3).
           02 CAJ-CANTIDAD         PIC  9(5).
           02 CAJ-MINIMO           PIC  9(5).

       FD CIE-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajcierre.old".
       01 CIE-ANTIGUO-REG.
           02 CIEA-DENOMINACION    PIC  9(3).
           02 CIEA-CANTIDAD        PIC  9(5).

       FD CAJCIERRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajcierre.ubd".
       01 CAJCIERRE-REG.
           02 CIE-CLAVE.
               03 CIE-TERMINAL     PIC  X(04).
               03 CIE-DENOMINACION PIC  9(3).
           02 CIE-CANTIDAD         PIC  9(5).

      *    Ordenes interbancarias con el trazado anterior, sin la
      *    comision de la orden (interout.ubd renombrado a
      *    interout.old).
       FD INT-ANTIGUO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.old".
       01 INT-ANTIGUO-REG.
           02 INTA-NUM             PIC  9(35).
           02 INTA-DATOS           PIC  X(85).

       FD INTERCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.ubd".
       01 INTERCAMBIO-REG.
           02 INT-NUM              PIC  9(35).
           02 INT-DATOS            PIC  X(85).
           02 INT-COMISION-CENT    PIC  9(9).

      *    Maestro de cajeros (ver BANKTER): se da de alta el cajero
      *    que ya habia, al que van a parar el inventario, el cierre y
      *    los sobres convertidos.
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


       WORKING-STORAGE SECTION.
       77 FSA                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSK                      PIC  X(2).

       77 CONTADOR-CONVERTIDOS     PIC  9(9) VALUE 0.
       77 CONTADOR-YA-HECHOS       PIC  9(9) VALUE 0.
       77 CONTADOR-SIN-CONCEPTO    PIC  9(9) VALUE 0.
       77 CONTADOR-HIST            PIC  9(9) VALUE 0.
       77 CONTADOR-HIST-HECHOS     PIC  9(9) VALUE 0.
       77 CONTADOR-AUD             PIC  9(9) VALUE 0.
       77 CONTADOR-AUD-HECHOS      PIC  9(9) VALUE 0.
       77 CONTADOR-BEN             PIC  9(9) VALUE 0.
       77 CONTADOR-BEN-HECHOS      PIC  9(9) VALUE 0.
       77 CONTADOR-CAJERO          PIC  9(9) VALUE 0.
       77 CONTADOR-CAJERO-HECHOS   PIC  9(9) VALUE 0.
       77 CONTADOR-INT             PIC  9(9) VALUE 0.
       77 CONTADOR-INT-HECHOS      PIC  9(9) VALUE 0.

      *    Cajero al que se asigna lo que ya habia cuando la oficina
      *    tenia uno solo.
       77 TERMINAL-ORIGINAL        PIC  X(04) VALUE "0001".

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

      *    conceptos fijos que han escrito hasta ahora los programas
      *    que postean; cada uno se traduce a su tipo de apunte
       77 MSJ-ARRASTRE             PIC  X(35)
           VALUE "Saldo anterior".
       77 MSJ-RETIRADA             PIC  X(35)
           VALUE "Retirada de efectivo".
       77 MSJ-INGRESO              PIC  X(35)
           VALUE "Ingreso de efectivo".
       77 MSJ-ORD                  PIC  X(35) VALUE "Transferimos".
       77 MSJ-DST                  PIC  X(35) VALUE "Nos transfieren".
       77 MSJ-TRASP-ORD            PIC  X(35)
           VALUE "Traspaso entre tarjetas enviado".
       77 MSJ-TRASP-DST            PIC  X(35)
           VALUE "Traspaso entre tarjetas recibido".
       77 MSJ-PROG-ORD             PIC  X(35)
           VALUE "transfiero programada".
       77 MSJ-PROG-DST             PIC  X(35)
           VALUE "nos transfieren programada".
       77 MSJ-EMITIDA              PIC  X(35)
           VALUE "Transferencia emitida".
       77 MSJ-RECIBIDA             PIC  X(35)
           VALUE "Transferencia recibida".
       77 MSJ-ENTRADA              PIC  X(35)
           VALUE "Compra de entradas".
       77 MSJ-DEVOLUCION           PIC  X(35)
           VALUE "Devolucion entrada".
       77 MSJ-INTERES              PIC  X(35)
           VALUE "Abono intereses".
       77 MSJ-DEUDOR               PIC  X(35)
           VALUE "Intereses deudores".
       77 MSJ-COMISION             PIC  X(35)
           VALUE "Comision mantenimiento".
       77 MSJ-RECLAMACION          PIC  X(18)
           VALUE "Abono reclamacion ".

      *    CONVERSION UNICA DE MOVIMIENTOS -- copia movimientos.old y
      *    movhist.old (el trazado anterior, renombrados a mano antes
      *    de lanzar el proceso) a movimientos.ubd y movhist.ubd con
      *    el tipo de apunte, el importe con signo en centimos, la
      *    contrapartida y el operador, y auditoria.old a
      *    auditoria.ubd con operador y autorizador en blanco, y
      *    beneficiarios.old a beneficiarios.ubd con todas las
      *    entradas como destinatario de transferencia. Los ficheros
      *    que ahora llevan el cajero (diariocli, justific,
      *    pendientes, diarioefe, cajetin y cajcierre) se copian de su
      *    .old: el diario de sesiones y los justificantes con el
      *    cajero en blanco (y los justificantes sin comision), y los
      *    sobres, el diario de efectivo, el inventario y el cierre
      *    asignados al cajero 0001, que se da de alta en
      *    terminales.ubd si no existe. interout.old pasa a
      *    interout.ubd con la comision de la orden a cero. El
      *    tipo sale del concepto fijo que escribio
      *    cada programa; los conceptos libres, que solo pone el cobro
      *    de recibos con el texto del acreedor, quedan como recibo.
      *    El signo del importe se toma de la parte entera, como hasta
      *    ahora. Relanzarlo no duplica nada: el movimiento que ya
      *    existe en el fichero nuevo se cuenta y se salta.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKCONV - Conversion del fichero de movimientos".

           OPEN INPUT MOV-ANTIGUO.
           IF FSA NOT = 00 AND FSA NOT = 05
               DISPLAY "No se ha podido abrir movimientos.old FSA="
                   FSA
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "No se ha podido abrir movimientos.ubd FSM="
                   FSM
               CLOSE MOV-ANTIGUO
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT.

       1000-RECORRER-MOVIMIENTOS.
           READ MOV-ANTIGUO NEXT RECORD AT END
               GO TO 2000-HISTORICO.

           MOVE MVA-NUM          TO MOV-NUM.
           MOVE MVA-TARJETA      TO MOV-TARJETA.
           MOVE MVA-ANO          TO MOV-ANO.
           MOVE MVA-MES          TO MOV-MES.
           MOVE MVA-DIA          TO MOV-DIA.
           MOVE MVA-HOR          TO MOV-HOR.
           MOVE MVA-MIN          TO MOV-MIN.
           MOVE MVA-SEG          TO MOV-SEG.
           MOVE MVA-IMPORTE-ENT  TO MOV-IMPORTE-ENT.
           MOVE MVA-IMPORTE-DEC  TO MOV-IMPORTE-DEC.
           MOVE MVA-CONCEPTO     TO MOV-CONCEPTO.
           MOVE MVA-SALDOPOS-ENT TO MOV-SALDOPOS-ENT.
           MOVE MVA-SALDOPOS-DEC TO MOV-SALDOPOS-DEC.
           PERFORM 5000-COMPLETAR-MOVIMIENTO
               THRU 5000-COMPLETAR-MOVIMIENTO-EXIT.

           WRITE MOVIMIENTO-REG INVALID KEY
               ADD 1 TO CONTADOR-YA-HECHOS
               GO TO 1000-RECORRER-MOVIMIENTOS.

           ADD 1 TO CONTADOR-CONVERTIDOS.
           GO TO 1000-RECORRER-MOVIMIENTOS.

      *    El historico tiene el mismo trazado que el fichero en
      *    linea: cada fila se pasa por el registro de movimientos
      *    para completarla y se graba en el historico nuevo.
       2000-HISTORICO.
           OPEN INPUT HIST-ANTIGUO.
           IF FSB NOT = 00
               DISPLAY "Sin movhist.old, no hay historico que "
                   "convertir"
               GO TO 3000-AUDITORIA.

           OPEN I-O MOVHIST.
           IF FSY NOT = 00 AND FSY NOT = 05
               DISPLAY "No se ha podido abrir movhist.ubd FSY=" FSY
               CLOSE HIST-ANTIGUO
               GO TO 9500-ERROR.

       2100-RECORRER-HISTORICO.
           READ HIST-ANTIGUO NEXT RECORD AT END
               CLOSE HIST-ANTIGUO
               CLOSE MOVHIST
               GO TO 3000-AUDITORIA.

           MOVE HIST-ANTIGUO-REG TO MOV-ANTIGUO-REG.
           MOVE MVA-NUM          TO MOV-NUM.
           MOVE MVA-TARJETA      TO MOV-TARJETA.
           MOVE MVA-ANO          TO MOV-ANO.
           MOVE MVA-MES          TO MOV-MES.
           MOVE MVA-DIA          TO MOV-DIA.
           MOVE MVA-HOR          TO MOV-HOR.
           MOVE MVA-MIN          TO MOV-MIN.
           MOVE MVA-SEG          TO MOV-SEG.
           MOVE MVA-IMPORTE-ENT  TO MOV-IMPORTE-ENT.
           MOVE MVA-IMPORTE-DEC  TO MOV-IMPORTE-DEC.
           MOVE MVA-CONCEPTO     TO MOV-CONCEPTO.
           MOVE MVA-SALDOPOS-ENT TO MOV-SALDOPOS-ENT.
           MOVE MVA-SALDOPOS-DEC TO MOV-SALDOPOS-DEC.
           PERFORM 5000-COMPLETAR-MOVIMIENTO
               THRU 5000-COMPLETAR-MOVIMIENTO-EXIT.

           MOVE MOVIMIENTO-REG TO MOVHIST-REG.
           WRITE MOVHIST-REG INVALID KEY
               ADD 1 TO CONTADOR-HIST-HECHOS
               GO TO 2100-RECORRER-HISTORICO.

           ADD 1 TO CONTADOR-HIST.
           GO TO 2100-RECORRER-HISTORICO.

      *    La auditoria gana el operador de oficina que actuo y el
      *    que autorizo; las filas antiguas se quedan con los dos en
      *    blanco, como las que escribe el cliente.
       3000-AUDITORIA.
           OPEN INPUT AUD-ANTIGUO.
           IF FSU NOT = 00
               DISPLAY "Sin auditoria.old, no hay auditoria que "
                   "convertir"
               GO TO 4000-BENEFICIARIOS.

           OPEN I-O AUDITORIA.
           IF FSD NOT = 00 AND FSD NOT = 05
               DISPLAY "No se ha podido abrir auditoria.ubd FSD=" FSD
               CLOSE AUD-ANTIGUO
               GO TO 9500-ERROR.

       3100-RECORRER-AUDITORIA.
           READ AUD-ANTIGUO NEXT RECORD AT END
               CLOSE AUD-ANTIGUO
               CLOSE AUDITORIA
               GO TO 4000-BENEFICIARIOS.

           MOVE AUDA-NUM   TO AUD-NUM.
           MOVE AUDA-DATOS TO AUD-DATOS.
           MOVE SPACES     TO AUD-OPERADOR.
           MOVE SPACES     TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG INVALID KEY
               ADD 1 TO CONTADOR-AUD-HECHOS
               GO TO 3100-RECORRER-AUDITORIA.

           ADD 1 TO CONTADOR-AUD.
           GO TO 3100-RECORRER-AUDITORIA.

      *    La libreta de beneficiarios distingue ahora los destinos de
      *    transferencia de las emisoras de recibos; todo lo que habia
      *    hasta ahora eran destinos de transferencia, sin referencia.
       4000-BENEFICIARIOS.
           OPEN INPUT BEN-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin beneficiarios.old, no hay beneficiarios "
                   "que convertir"
               GO TO 5100-CAJERO-ORIGINAL.

           OPEN I-O BENEFICIARIOS.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir beneficiarios.ubd FSQ="
                   FSQ
               CLOSE BEN-ANTIGUO
               GO TO 9500-ERROR.

       4100-RECORRER-BENEFICIARIOS.
           READ BEN-ANTIGUO NEXT RECORD AT END
               CLOSE BEN-ANTIGUO
               CLOSE BENEFICIARIOS
               GO TO 5100-CAJERO-ORIGINAL.

           MOVE BENA-CLAVE   TO BEN-CLAVE.
           MOVE BENA-DESTINO TO BEN-DESTINO.
           MOVE BENA-NOMBRE  TO BEN-NOMBRE.
           MOVE "T"          TO BEN-TIPO.
           MOVE 0            TO BEN-REFERENCIA.
           WRITE BENEFICIARIO-REG INVALID KEY
               ADD 1 TO CONTADOR-BEN-HECHOS
               GO TO 4100-RECORRER-BENEFICIARIOS.

           ADD 1 TO CONTADOR-BEN.
           GO TO 4100-RECORRER-BENEFICIARIOS.

      *    Tipo de apunte a partir del concepto fijo, importe con signo
      *    a partir de la parte entera y contrapartida en blanco: los
      *    movimientos antiguos no la guardaban, ni el operador.
       5000-COMPLETAR-MOVIMIENTO.
           MOVE SPACES TO MOV-CONTRAPARTIDA.
           MOVE SPACES TO MOV-OPERADOR.
           MOVE SPACES TO MOV-TERMINAL.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE MOV-IMPORTE-CENT = (MOV-IMPORTE-ENT * 100)
                                          - MOV-IMPORTE-DEC
           ELSE
               COMPUTE MOV-IMPORTE-CENT = (MOV-IMPORTE-ENT * 100)
                                          + MOV-IMPORTE-DEC
           END-IF.

           MOVE "RB" TO MOV-TIPO.
           IF MOV-CONCEPTO = MSJ-ARRASTRE
               MOVE "SA" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-RETIRADA
               MOVE "RE" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-INGRESO
               MOVE "IN" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-ORD
               MOVE "TE" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-DST
               MOVE "TR" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-TRASP-ORD
               MOVE "XE" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-TRASP-DST
               MOVE "XR" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-PROG-ORD
               MOVE "PE" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-PROG-DST
               MOVE "PR" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-EMITIDA
               MOVE "IE" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-RECIBIDA
               MOVE "IR" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-ENTRADA
               MOVE "EN" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-DEVOLUCION
               MOVE "DE" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-INTERES
               MOVE "IA" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-DEUDOR
               MOVE "ID" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO = MSJ-COMISION
               MOVE "CM" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.
           IF MOV-CONCEPTO(1:18) = MSJ-RECLAMACION
               MOVE "RC" TO MOV-TIPO
               GO TO 5000-COMPLETAR-MOVIMIENTO-EXIT.

           ADD 1 TO CONTADOR-SIN-CONCEPTO.

       5000-COMPLETAR-MOVIMIENTO-EXIT.
           EXIT.

      *    La oficina pasa a tener varios cajeros: el que ya habia
      *    queda dado de alta como 0001 para que BANK1 pueda arrancar
      *    con el y BANKEFE lo cuadre.
       5100-CAJERO-ORIGINAL.
           OPEN I-O TERMINALES.
           IF FSK NOT = 00 AND FSK NOT = 05
               DISPLAY "No se ha podido abrir terminales.ubd FSK=" FSK
               GO TO 9500-ERROR.
           MOVE TERMINAL-ORIGINAL TO TER-ID.
           READ TERMINALES INVALID KEY
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA
               MOVE TERMINAL-ORIGINAL TO TER-ID
               MOVE "Cajero de la oficina" TO TER-DESCRIPCION
               MOVE "A" TO TER-ESTADO
               COMPUTE TER-F-ALTA = (ANO * 10000) + (MES * 100) + DIA
               WRITE TERMINALES-REG INVALID KEY
                   DISPLAY "Error dando de alta el cajero "
                       TERMINAL-ORIGINAL
                   CLOSE TERMINALES
                   GO TO 9500-ERROR.
           CLOSE TERMINALES.

      *    Diario de sesiones de cliente: no se sabe en que cajero se
      *    hizo cada sesion antigua y se deja en blanco.
       5200-DIARIO-CLIENTE.
           OPEN INPUT DCL-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin diariocli.old, no hay diario de sesiones "
                   "que convertir"
               GO TO 5300-JUSTIFICANTES.

           OPEN I-O DIARIOCLI.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir diariocli.ubd FSQ=" FSQ
               CLOSE DCL-ANTIGUO
               GO TO 9500-ERROR.

       5250-RECORRER-DIARIO-CLIENTE.
           READ DCL-ANTIGUO NEXT RECORD AT END
               CLOSE DCL-ANTIGUO
               CLOSE DIARIOCLI
               GO TO 5300-JUSTIFICANTES.

           MOVE DCLA-NUM     TO DCL-NUM.
           MOVE DCLA-TARJETA TO DCL-TARJETA.
           MOVE DCLA-DATOS   TO DCL-DATOS.
           MOVE SPACES       TO DCL-TERMINAL.
           WRITE DIARIOCLI-REG INVALID KEY
               ADD 1 TO CONTADOR-CAJERO-HECHOS
               GO TO 5250-RECORRER-DIARIO-CLIENTE.

           ADD 1 TO CONTADOR-CAJERO.
           GO TO 5250-RECORRER-DIARIO-CLIENTE.

      *    Justificantes: igual que el diario, con el cajero en blanco
      *    y sin comision, que los justificantes antiguos no llevaban.
       5300-JUSTIFICANTES.
           OPEN INPUT JUS-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin justific.old, no hay justificantes que "
                   "convertir"
               GO TO 5400-PENDIENTES.

           OPEN I-O JUSTIFIC.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir justific.ubd FSQ=" FSQ
               CLOSE JUS-ANTIGUO
               GO TO 9500-ERROR.

       5350-RECORRER-JUSTIFICANTES.
           READ JUS-ANTIGUO NEXT RECORD AT END
               CLOSE JUS-ANTIGUO
               CLOSE JUSTIFIC
               GO TO 5400-PENDIENTES.

           MOVE JUSA-NUM   TO JUS-NUM.
           MOVE JUSA-DATOS TO JUS-DATOS.
           MOVE 0          TO JUS-COMISION-CENT.
           MOVE SPACES     TO JUS-TERMINAL.
           WRITE JUSTIFIC-REG INVALID KEY
               ADD 1 TO CONTADOR-CAJERO-HECHOS
               GO TO 5350-RECORRER-JUSTIFICANTES.

           ADD 1 TO CONTADOR-CAJERO.
           GO TO 5350-RECORRER-JUSTIFICANTES.

      *    Sobres: todos entraron en el deposito del cajero original,
      *    y BANKEFE los tiene que encontrar ahi.
       5400-PENDIENTES.
           OPEN INPUT PEN-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin pendientes.old, no hay sobres que "
                   "convertir"
               GO TO 5500-DIARIO-EFECTIVO.

           OPEN I-O PENDIENTES.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir pendientes.ubd FSQ=" FSQ
               CLOSE PEN-ANTIGUO
               GO TO 9500-ERROR.

       5450-RECORRER-PENDIENTES.
           READ PEN-ANTIGUO NEXT RECORD AT END
               CLOSE PEN-ANTIGUO
               CLOSE PENDIENTES
               GO TO 5500-DIARIO-EFECTIVO.

           MOVE PENA-NUM          TO PEN-NUM.
           MOVE PENA-DATOS        TO PEN-DATOS.
           MOVE TERMINAL-ORIGINAL TO PEN-TERMINAL.
           WRITE PENDIENTES-REG INVALID KEY
               ADD 1 TO CONTADOR-CAJERO-HECHOS
               GO TO 5450-RECORRER-PENDIENTES.

           ADD 1 TO CONTADOR-CAJERO.
           GO TO 5450-RECORRER-PENDIENTES.

      *    Diario de efectivo: las cargas y recogidas antiguas fueron
      *    todas del cajero original.
       5500-DIARIO-EFECTIVO.
           OPEN INPUT DEF-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin diarioefe.old, no hay diario de efectivo "
                   "que convertir"
               GO TO 5600-CAJETIN.

           OPEN I-O DIARIOEFE.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir diarioefe.ubd FSQ=" FSQ
               CLOSE DEF-ANTIGUO
               GO TO 9500-ERROR.

       5550-RECORRER-DIARIO-EFECTIVO.
           READ DEF-ANTIGUO NEXT RECORD AT END
               CLOSE DEF-ANTIGUO
               CLOSE DIARIOEFE
               GO TO 5600-CAJETIN.

           MOVE DEFA-NUM          TO DEF-NUM.
           MOVE DEFA-DATOS        TO DEF-DATOS.
           MOVE TERMINAL-ORIGINAL TO DEF-TERMINAL.
           WRITE DIARIOEFE-REG INVALID KEY
               ADD 1 TO CONTADOR-CAJERO-HECHOS
               GO TO 5550-RECORRER-DIARIO-EFECTIVO.

           ADD 1 TO CONTADOR-CAJERO.
           GO TO 5550-RECORRER-DIARIO-EFECTIVO.

      *    Inventario: cada denominacion pasa a ser la fila del cajero
      *    original.
       5600-CAJETIN.
           OPEN INPUT CAJ-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin cajetin.old, no hay inventario que "
                   "convertir"
               GO TO 5700-CIERRE-CAJA.

           OPEN I-O CAJETIN.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir cajetin.ubd FSQ=" FSQ
               CLOSE CAJ-ANTIGUO
               GO TO 9500-ERROR.

       5650-RECORRER-CAJETIN.
           READ CAJ-ANTIGUO NEXT RECORD AT END
               CLOSE CAJ-ANTIGUO
               CLOSE CAJETIN
               GO TO 5700-CIERRE-CAJA.

           MOVE TERMINAL-ORIGINAL TO CAJ-TERMINAL.
           MOVE CAJA-DENOMINACION TO CAJ-DENOMINACION.
           MOVE CAJA-CANTIDAD     TO CAJ-CANTIDAD.
           MOVE CAJA-MINIMO       TO CAJ-MINIMO.
           WRITE CAJETIN-REG INVALID KEY
               ADD 1 TO CONTADOR-CAJERO-HECHOS
               GO TO 5650-RECORRER-CAJETIN.

           ADD 1 TO CONTADOR-CAJERO.
           GO TO 5650-RECORRER-CAJETIN.

      *    Cierre de caja de anoche, apertura del primer cuadre por
      *    cajero.
       5700-CIERRE-CAJA.
           OPEN INPUT CIE-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin cajcierre.old, no hay cierre de caja que "
                   "convertir"
               GO TO 5800-INTERCAMBIO.

           OPEN I-O CAJCIERRE.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir cajcierre.ubd FSQ=" FSQ
               CLOSE CIE-ANTIGUO
               GO TO 9500-ERROR.

       5750-RECORRER-CIERRE-CAJA.
           READ CIE-ANTIGUO NEXT RECORD AT END
               CLOSE CIE-ANTIGUO
               CLOSE CAJCIERRE
               GO TO 5800-INTERCAMBIO.

           MOVE TERMINAL-ORIGINAL TO CIE-TERMINAL.
           MOVE CIEA-DENOMINACION TO CIE-DENOMINACION.
           MOVE CIEA-CANTIDAD     TO CIE-CANTIDAD.
           WRITE CAJCIERRE-REG INVALID KEY
               ADD 1 TO CONTADOR-CAJERO-HECHOS
               GO TO 5750-RECORRER-CIERRE-CAJA.

           ADD 1 TO CONTADOR-CAJERO.
           GO TO 5750-RECORRER-CIERRE-CAJA.

      *    Ordenes interbancarias: las pendientes de exportar o ya
      *    exportadas no cobraron comision de orden, que BANKEMI
      *    cargaria al exportarlas; se convierten con la comision a
      *    cero.
       5800-INTERCAMBIO.
           OPEN INPUT INT-ANTIGUO.
           IF FSN NOT = 00
               DISPLAY "Sin interout.old, no hay ordenes "
                   "interbancarias que convertir"
               GO TO 9000-FIN.

           OPEN I-O INTERCAMBIO.
           IF FSQ NOT = 00 AND FSQ NOT = 05
               DISPLAY "No se ha podido abrir interout.ubd FSQ=" FSQ
               CLOSE INT-ANTIGUO
               GO TO 9500-ERROR.

       5850-RECORRER-INTERCAMBIO.
           READ INT-ANTIGUO NEXT RECORD AT END
               CLOSE INT-ANTIGUO
               CLOSE INTERCAMBIO
               GO TO 9000-FIN.

           MOVE INTA-NUM   TO INT-NUM.
           MOVE INTA-DATOS TO INT-DATOS.
           MOVE 0          TO INT-COMISION-CENT.
           WRITE INTERCAMBIO-REG INVALID KEY
               ADD 1 TO CONTADOR-INT-HECHOS
               GO TO 5850-RECORRER-INTERCAMBIO.

           ADD 1 TO CONTADOR-INT.
           GO TO 5850-RECORRER-INTERCAMBIO.

       9000-FIN.
           CLOSE MOV-ANTIGUO.
           CLOSE F-MOVIMIENTOS.
           DISPLAY "Movimientos convertidos:   " CONTADOR-CONVERTIDOS.
           DISPLAY "Ya estaban convertidos:    " CONTADOR-YA-HECHOS.
           DISPLAY "Historico convertido:      " CONTADOR-HIST.
           DISPLAY "Historico ya convertido:   " CONTADOR-HIST-HECHOS.
           DISPLAY "Auditoria convertida:      " CONTADOR-AUD.
           DISPLAY "Auditoria ya convertida:   " CONTADOR-AUD-HECHOS.
           DISPLAY "Beneficiarios convertidos: " CONTADOR-BEN.
           DISPLAY "Beneficiarios ya hechos:   " CONTADOR-BEN-HECHOS.
           DISPLAY "Filas con cajero:          " CONTADOR-CAJERO.
           DISPLAY "Con cajero ya convertidas: " CONTADOR-CAJERO-HECHOS.
           DISPLAY "Ordenes interbancarias:    " CONTADOR-INT.
           DISPLAY "Ordenes ya convertidas:    " CONTADOR-INT-HECHOS.
           DISPLAY "Tomados como recibo (concepto del acreedor): "
               CONTADOR-SIN-CONCEPTO.
           GO TO 9999-EXIT.

       9500-ERROR.
           CLOSE MOV-ANTIGUO.
           CLOSE F-MOVIMIENTOS.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
