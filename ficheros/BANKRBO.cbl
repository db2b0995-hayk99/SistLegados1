           RECORD KEY IS DSC-TARJETA
           FILE STATUS IS FSH.

           SELECT OPTIONAL RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           ALTERNATE RECORD KEY IS RET-TARJETA WITH DUPLICATES
           FILE STATUS IS FSW.


       DATA DIVISION.
       FILE SECTION.
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

       FD CUENTAS
           LABEL RECORD STANDARD
           02 DSC-TARJETA          PIC  9(16).
           02 DSC-LIMITE-CENT      PIC  9(9).

      *    Retenciones de saldo (ver BANK6). El recibo retenido por
      *    cumplimiento no se carga: su importe queda retenido aqui
      *    (estado "A") en la tarjeta del cliente hasta que BANKCMP lo
      *    cargue o lo devuelva al acreedor (estado "L"). Su RET-NUM
      *    lleva un 1 en la primera cifra seguido del numero del caso
      *    de cumplimiento.
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
       77 FSL                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSW                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 CENT-DESCUBIERTO         PIC S9(9).
       77 MOTIVO-RECHAZO           PIC  X(20).

      *    Comision por recibo devuelto segun la tarifa (ver BANKCOM
      *    y BANKTAR): solo se cobra al devolver por falta de saldo, y
      *    solo si cabe en el saldo mas el descubierto autorizado; si
      *    no cabe se cuenta como no cobrada y no se insiste.
       01 CALCULO-COMISION.
           05 CCO-OPERACION        PIC  X(20).
           05 CCO-CANAL            PIC  X(08).
           05 CCO-TARJETA          PIC  9(16).
           05 CCO-IMPORTE-CENT     PIC S9(9).
           05 CCO-TIPO-MOV         PIC  X(2).
           05 CCO-COMISION-CENT    PIC  9(9).
           05 CCO-CONCEPTO         PIC  X(35).
       77 CENT-COMISION            PIC S9(9).
       77 CONTADOR-COMISIONES      PIC  9(5)  VALUE 0.
       77 TOTAL-CENT-COMISIONES    PIC  9(13) VALUE 0.
       77 CONTADOR-COM-NO-COBRADAS PIC  9(5)  VALUE 0.
       77 CONTADOR-AVISOS          PIC  9(5)  VALUE 0.
       77 CONTADOR-CUMPLIMIENTO    PIC  9(5)  VALUE 0.

      *    Numero de las retenciones que no vienen de una orden: la
      *    primera cifra dice de donde salen (1 cumplimiento) y el
      *    resto es el numero del caso que las origino.
       01 CLAVE-RETENCION.
           05 CRT-ORIGEN           PIC  9(1).
           05 CRT-NUMERO           PIC  9(34).
       01 CLAVE-RETENCION-NUM REDEFINES CLAVE-RETENCION
                                   PIC  9(35).

      *    Peticion de filtro contra la lista de vigilancia (ver
      *    BANKFIL): se filtran el concepto y el acreedor del recibo.
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

      *    Peticion de aviso por SMS al cliente (ver BANKNOT): el
      *    aviso solo se deja si la tarjeta lo tiene pedido.
       01 PETICION-AVISO.
           05 PAV-TARJETA          PIC  9(16).
           05 PAV-EVENTO           PIC  X(2).
           05 PAV-DESCRIPCION      PIC  X(60).
           05 PAV-IMPORTE-CENT     PIC S9(9).
           05 PAV-SALDO-CENT       PIC S9(9).
           05 PAV-PROGRAMA         PIC  X(08).
           05 PAV-REFERENCIA       PIC  9(35).

       77 MANDATOS-DISPONIBLE      PIC  X(1) VALUE "N".
           88 MANDATOS-OK           VALUE "S".
       77 MANDATO-VALIDO           PIC  X(1).
      *    con la misma mecanica de saldos que BANKLOTE (lectura de
      *    CUENTAS, movimiento, actualizacion del maestro), rechaza
      *    los recibos que dejarian la cuenta en descubierto y
      *    escribe las devoluciones para el acreedor. Al recibo
      *    devuelto por falta de saldo se le carga la comision de la
      *    tarifa si cabe en el descubierto. El recibo cuyo concepto o
      *    acreedor coincide con la lista de vigilancia no se carga:
      *    queda retenido por cumplimiento hasta que BANKCMP lo cargue
      *    o lo devuelva. Al final se imprime el resumen de lo cobrado
      *    y devuelto por acreedor.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKRBO - Cobro de recibos domiciliados".
               DISPLAY "mandatos.ubd no disponible FSN=" FSN
                   ", se devolvera todo recibo".

           OPEN I-O RETENCIONES.
           IF FSW NOT = 00 AND FSW NOT = 05
               DISPLAY "No se ha podido abrir retenciones.ubd FSW="
                   FSW
               GO TO 9500-ERROR.

           GO TO 1000-RECORRER-RECIBOS.

      *    Primera pasada, sin escrituras: cabecera "CAB" al frente,
                   THRU 3000-DEVOLVER-RECIBO-EXIT
               GO TO 1000-RECORRER-RECIBOS.

           PERFORM 1650-FILTRAR-RECIBO THRU 1650-FILTRAR-RECIBO-EXIT.
           IF PFL-RETENIDA
               PERFORM 4000-RETENER-RECIBO
                   THRU 4000-RETENER-RECIBO-EXIT
               GO TO 1000-RECORRER-RECIBOS.

           MOVE RBO-TARJETA TO CTA-TARJETA.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SALDO-ENT
               MOVE "SIN SALDO" TO MOTIVO-RECHAZO
               PERFORM 3000-DEVOLVER-RECIBO
                   THRU 3000-DEVOLVER-RECIBO-EXIT
               PERFORM 3500-COMISION-DEVOLUCION
                   THRU 3500-COMISION-DEVOLUCION-EXIT
               PERFORM 3700-AVISO-DEVOLUCION
                   THRU 3700-AVISO-DEVOLUCION-EXIT
               GO TO 1000-RECORRER-RECIBOS.

           PERFORM 2000-CARGAR-RECIBO THRU 2000-CARGAR-RECIBO-EXIT.
           PERFORM 2500-AVISO-SALDO-BAJO
               THRU 2500-AVISO-SALDO-BAJO-EXIT.
           GO TO 1000-RECORRER-RECIBOS.

      *    Busca (o da de alta) el acreedor del recibo actual en la
       1600-VERIFICAR-MANDATO-EXIT.
           EXIT.

      *    Filtro del recibo contra la lista de vigilancia (ver
      *    BANKFIL): primero el concepto y, si no coincide, el codigo
      *    del acreedor.
       1650-FILTRAR-RECIBO.
           MOVE RBO-CONCEPTO        TO PFL-NOMBRE.
           MOVE "R"                 TO PFL-ORIGEN.
           MOVE "BANKRBO"           TO PFL-PROGRAMA.
           MOVE 0                   TO PFL-REFERENCIA.
           MOVE RBO-TARJETA         TO PFL-TARJETA.
           MOVE 0                   TO PFL-CUENTA-EXT.
           MOVE CENT-IMPORTE        TO PFL-IMPORTE-CENT.
           MOVE RBO-CONCEPTO        TO PFL-CONCEPTO.
           MOVE RBO-ACREEDOR        TO PFL-ACREEDOR.
           CALL "BANKFIL" USING PETICION-FILTRO.
           IF PFL-RETENIDA
               GO TO 1650-FILTRAR-RECIBO-EXIT.

           MOVE RBO-ACREEDOR        TO PFL-NOMBRE.
           CALL "BANKFIL" USING PETICION-FILTRO.

       1650-FILTRAR-RECIBO-EXIT.
           EXIT.

      *    Lee el descubierto autorizado de la tarjeta del recibo
      *    (ver BANKSUP); sin fichero o sin fila el descubierto es
      *    cero.
           COMPUTE MOV-IMPORTE-ENT = 0 - RBO-IMPORTE-ENT.
           MOVE RBO-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE RBO-CONCEPTO    TO MOV-CONCEPTO.
           MOVE "RB"            TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-IMPORTE.
           MOVE RBO-ACREEDOR    TO MOV-CONTRAPARTIDA.
           MOVE SPACES          TO MOV-OPERADOR.
           MOVE SPACES          TO MOV-TERMINAL.

           SUBTRACT CENT-IMPORTE FROM CENT-SALDO.
           IF CENT-SALDO < 0
       2000-CARGAR-RECIBO-EXIT.
           EXIT.

      *    Aviso por SMS de saldo bajo tras cargar el recibo, si la
      *    tarjeta lo tiene pedido y el saldo queda por debajo de su
      *    umbral (lo decide BANKNOT).
       2500-AVISO-SALDO-BAJO.
           MOVE RBO-TARJETA  TO PAV-TARJETA.
           MOVE "SB"         TO PAV-EVENTO.
           MOVE SPACES       TO PAV-DESCRIPCION.
           STRING "Recibo cargado: " DELIMITED BY SIZE
                  RBO-CONCEPTO       DELIMITED BY "  "
               INTO PAV-DESCRIPCION.
           MOVE CENT-IMPORTE TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO   TO PAV-SALDO-CENT.
           MOVE "BANKRBO"    TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.
           IF PAV-REFERENCIA NOT = 0
               ADD 1 TO CONTADOR-AVISOS.

       2500-AVISO-SALDO-BAJO-EXIT.
           EXIT.

       3000-DEVOLVER-RECIBO.
           MOVE RBO-TARJETA     TO DEV-TARJETA.
           MOVE RBO-IMPORTE-ENT TO DEV-IMPORTE-ENT.
       3000-DEVOLVER-RECIBO-EXIT.
           EXIT.

      *    Recibo retenido por cumplimiento: no se carga ni se
      *    devuelve; su importe queda retenido en la tarjeta a nombre
      *    del caso abierto por BANKFIL.
       4000-RETENER-RECIBO.
           IF PFL-CASO = 0
               DISPLAY "No se ha podido abrir el caso de cumplimiento "
                   "del recibo de " RBO-TARJETA
               GO TO 9500-ERROR.

           MOVE 1               TO CRT-ORIGEN.
           MOVE PFL-CASO        TO CRT-NUMERO.
           MOVE CLAVE-RETENCION-NUM TO RET-NUM.
           MOVE RBO-TARJETA     TO RET-TARJETA.
           MOVE ANO             TO RET-ANO.
           MOVE MES             TO RET-MES.
           MOVE DIA             TO RET-DIA.
           MOVE RBO-IMPORTE-ENT TO RET-IMPORTE-ENT.
           MOVE RBO-IMPORTE-DEC TO RET-IMPORTE-DEC.
           MOVE "A"             TO RET-ESTADO.
           WRITE RETENCIONES-REG INVALID KEY
               DISPLAY "Recibo ya retenido en el caso " PFL-CASO.
           ADD 1 TO CONTADOR-CUMPLIMIENTO.

       4000-RETENER-RECIBO-EXIT.
           EXIT.

      *    Comision del recibo devuelto por falta de saldo. Sin tipo
      *    de movimiento en la peticion: la tarifa de devoluciones no
      *    lleva devoluciones exentas en el mes. El cargo no puede
      *    pasar del descubierto autorizado ni dejar un resto entre
      *    -1 y -99 centimos; con CENT-SALDO y CENT-DESCUBIERTO aun
      *    cargados por el recibo recien devuelto.
       3500-COMISION-DEVOLUCION.
           MOVE "RECIBO DEVUELTO" TO CCO-OPERACION.
           MOVE "BANKRBO"         TO CCO-CANAL.
           MOVE RBO-TARJETA       TO CCO-TARJETA.
           MOVE CENT-IMPORTE      TO CCO-IMPORTE-CENT.
           MOVE SPACES            TO CCO-TIPO-MOV.
           CALL "BANKCOM" USING CALCULO-COMISION.
           MOVE CCO-COMISION-CENT TO CENT-COMISION.
           IF CENT-COMISION = 0
               GO TO 3500-COMISION-DEVOLUCION-EXIT.

           IF CENT-COMISION > (CENT-SALDO + CENT-DESCUBIERTO)
                   OR ((CENT-SALDO - CENT-COMISION) < 0
                       AND (CENT-SALDO - CENT-COMISION) > -100)
               ADD 1 TO CONTADOR-COM-NO-COBRADAS
               GO TO 3500-COMISION-DEVOLUCION-EXIT.

           MOVE 1 TO CANT-RESERVA.
           PERFORM 8000-RESERVAR-MOV-NUM
               THRU 8000-RESERVAR-MOV-NUM-EXIT.

           ADD 1 TO LAST-MOV-NUM.
           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE RBO-TARJETA  TO MOV-TARJETA.
           MOVE ANO          TO MOV-ANO.
           MOVE MES          TO MOV-MES.
           MOVE DIA          TO MOV-DIA.
           MOVE HORAS        TO MOV-HOR.
           MOVE MINUTOS      TO MOV-MIN.
           MOVE SEGUNDOS     TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-COMISION / 100).
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO MOV-IMPORTE-DEC.
           MOVE CCO-CONCEPTO TO MOV-CONCEPTO.
           MOVE "CO"         TO MOV-TIPO.
           COMPUTE MOV-IMPORTE-CENT = 0 - CENT-COMISION.
           MOVE "BANKRBO"    TO MOV-CONTRAPARTIDA.
           MOVE SPACES       TO MOV-OPERADOR.
           MOVE SPACES       TO MOV-TERMINAL.

           SUBTRACT CENT-COMISION FROM CENT-SALDO.
           IF CENT-SALDO < 0
               COMPUTE MOV-SALDOPOS-ENT = 0 - ((0 - CENT-SALDO) / 100)
               COMPUTE MOV-SALDOPOS-DEC =
                   FUNCTION MOD((0 - CENT-SALDO), 100)
           ELSE
               COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO / 100)
               MOVE FUNCTION MOD(CENT-SALDO, 100) TO MOV-SALDOPOS-DEC
           END-IF.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo la comision de la tarjeta "
                   RBO-TARJETA
               GO TO 9500-ERROR.

           MOVE RBO-TARJETA      TO CTA-TARJETA.
           MOVE MOV-SALDOPOS-ENT TO CTA-SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO CTA-SALDO-DEC.
           REWRITE CUENTAS-REG INVALID KEY
               WRITE CUENTAS-REG INVALID KEY
                   DISPLAY "Error actualizando cuenta " RBO-TARJETA
                   GO TO 9500-ERROR.

           ADD 1 TO CONTADOR-COMISIONES.
           ADD CENT-COMISION TO TOTAL-CENT-COMISIONES.

       3500-COMISION-DEVOLUCION-EXIT.
           EXIT.

      *    Aviso por SMS del recibo devuelto por falta de saldo, si
      *    la tarjeta lo tiene pedido (lo decide BANKNOT).
       3700-AVISO-DEVOLUCION.
           MOVE RBO-TARJETA  TO PAV-TARJETA.
           MOVE "DV"         TO PAV-EVENTO.
           MOVE SPACES       TO PAV-DESCRIPCION.
           STRING "Recibo devuelto por falta de saldo: "
                                     DELIMITED BY SIZE
                  RBO-CONCEPTO       DELIMITED BY "  "
               INTO PAV-DESCRIPCION.
           MOVE CENT-IMPORTE TO PAV-IMPORTE-CENT.
           MOVE CENT-SALDO   TO PAV-SALDO-CENT.
           MOVE "BANKRBO"    TO PAV-PROGRAMA.
           CALL "BANKNOT" USING PETICION-AVISO.
           IF PAV-REFERENCIA NOT = 0
               ADD 1 TO CONTADOR-AVISOS.

       3700-AVISO-DEVOLUCION-EXIT.
           EXIT.

      *    Reserva CANT-RESERVA numeros de movimiento en el fichero de
      *    contadores; ver BANKCNT para reconstruirlo.
       8000-RESERVAR-MOV-NUM.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE DEVOLUCIONES.
           CLOSE RETENCIONES.
           IF MANDATOS-OK
               CLOSE MANDATOS.

           DISPLAY "Comisiones por devolucion cobradas: "
               CONTADOR-COMISIONES " por " TOTAL-CENT-COMISIONES
               " centimos".
           DISPLAY "Comisiones por devolucion sin cobrar: "
               CONTADOR-COM-NO-COBRADAS.
           IF CONTADOR-AVISOS > 0
               DISPLAY "Avisos por SMS dejados en la bandeja: "
                   CONTADOR-AVISOS.
           IF CONTADOR-CUMPLIMIENTO > 0
               DISPLAY "Recibos retenidos por cumplimiento: "
                   CONTADOR-CUMPLIMIENTO.

           DISPLAY " ".
           DISPLAY "Resumen por acreedor (importes en centimos):".
           MOVE 0 TO TAC-IDX-WS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE DEVOLUCIONES.
           CLOSE RETENCIONES.
           IF MANDATOS-OK
               CLOSE MANDATOS.
           CLOSE SECUENCIAS.
