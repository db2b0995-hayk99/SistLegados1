       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKALR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.


       DATA DIVISION.
       FILE SECTION.
      *    Alertas de posible fraude (ver BANKFRA): estado P
      *    pendiente, E en estudio, F falsa alarma, C fraude
      *    confirmado; ALR-SUSPENDE = "S" si la alerta suspendio la
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
      *    ver BANK1: alta, caducidad y estado de la tarjeta; la
      *    revision de las alertas quita el estado "S" suspendida que
      *    deja BANKFRA, o deja la tarjeta retenida ("R") si el fraude
      *    se confirma
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

      *    Traza de auditoria: cada alerta resuelta deja su fila con
      *    el operador que la reviso.
       FD AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM              PIC  9(35).
           02 AUD-TARJETA          PIC  9(16).
           02 AUD-ANO              PIC   9(4).
           02 AUD-MES              PIC   9(2).
           02 AUD-DIA              PIC   9(2).
           02 AUD-HOR              PIC   9(2).
           02 AUD-MIN              PIC   9(2).
           02 AUD-SEG              PIC   9(2).
           02 AUD-TIPO             PIC  X(20).
           02 AUD-PROGRAMA         PIC  X(08).
      *    Operador de oficina que actuo y, en las operaciones que
      *    piden doble control, el que las autorizo (ver BANKIDE);
      *    en blanco cuando actua el cliente o un proceso.
           02 AUD-OPERADOR         PIC  X(08).
           02 AUD-AUTORIZADOR      PIC  X(08).


       WORKING-STORAGE SECTION.
       77 FSL                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSD                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       78 GREEN   VALUE 2.
       78 CYAN    VALUE 3.
       78 RED     VALUE 4.
       78 MAGENTA VALUE 5.
       78 YELLOW  VALUE 6.
       78 WHITE   VALUE 7.

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

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC   9(4).

      *    Alertas sin resolver cargadas en memoria para paginar
      *    igual que BANKRCL hace con las reclamaciones.
       01 TABLA-ALR.
           05 TA-ENTRY OCCURS 100 TIMES INDEXED BY TA-IDX.
               10 TA-NUM            PIC  9(35).
               10 TA-TARJETA        PIC  9(16).
               10 TA-REGLA          PIC  X(2).
               10 TA-PUNTOS         PIC  9(3).
               10 TA-MOTIVO         PIC  X(40).
               10 TA-ESTADO         PIC  X(1).
               10 TA-SUSPENDE       PIC  X(1).

       77 TOTAL-ALR                 PIC 9(5)  VALUE 0.
       77 HAY-MAS-ALR               PIC X(1)  VALUE "N".
           88 TABLA-ALR-LLENA        VALUE "S".
       77 LINEAS-POR-PAGINA         PIC 9(2)  VALUE 5.
       77 PAGINA-ACTUAL             PIC 9(5)  VALUE 1.
       77 TOTAL-PAGINAS             PIC 9(5)  VALUE 1.
       77 FILA-BASE                 PIC 9(5).
       77 FILA-TMP                  PIC 9(5).
       77 LINEA-PANTALLA            PIC 9(2).

       77 ALR-NUM-SEL               PIC  9(35).
       77 IDX-SEL                   PIC 9(5).
       77 ENCONTRADO-SEL            PIC  X(1).
           88 ALR-ENCONTRADA         VALUE "S".
       77 ACCION-ALERTA             PIC  9(1).
       77 TARJETA-ALERTA            PIC  9(16).
       77 OTRAS-ABIERTAS            PIC  9(5).
       77 IMPORTE-ENT-PANT          PIC  9(7).
       77 IMPORTE-DEC-PANT          PIC  9(2).

       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-TIPO-REG             PIC  X(20).

      *    Operador identificado al entrar (ver BANKIDE).
       01 IDENT-OPERADOR.
           05 IDO-MODO             PIC  X(1).
               88 IDO-ENTRADA            VALUE "E".
               88 IDO-AUTORIZACION       VALUE "A".
           05 IDO-ROL-MINIMO       PIC  X(1).
           05 IDO-PROGRAMA         PIC  X(08).
           05 IDO-MOTIVO           PIC  X(40).
           05 IDO-OPERADOR         PIC  X(08).
           05 IDO-AUTORIZADOR      PIC  X(08).
           05 IDO-RESULTADO        PIC  X(1).
               88 IDO-ACEPTADO           VALUE "S".

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 SELECCION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 21 COL 40
               PIC 9(35) USING ALR-NUM-SEL.

       01 ACCION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 20 COL 45
               PIC 9(1) USING ACCION-ALERTA.


      *    REVISION DE ALERTAS DE FRAUDE -- el supervisor trabaja las
      *    alertas que deja BANKFRA: puede dejarlas en estudio,
      *    cerrarlas como falsa alarma (la suspension de la tarjeta se
      *    levanta cuando no le queda ninguna otra alerta abierta) o
      *    confirmar el fraude, que deja la tarjeta retenida para que
      *    la oficina la sustituya. Cada resolucion queda en
      *    auditoria con el operador.
       PROCEDURE DIVISION.
      *    Sin operador identificado no se entra (ver BANKIDE).
       P0-IDENTIFICAR.
           MOVE "E"        TO IDO-MODO.
           MOVE "S"        TO IDO-ROL-MINIMO.
           MOVE "BANKALR"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Revision de alertas de fraude" LINE 2
               COL 19 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       CARGAR-ALERTAS.
           MOVE 0 TO TOTAL-ALR.
           MOVE "N" TO HAY-MAS-ALR.

           OPEN I-O ALERTAS.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO PSYS-ERR.

       LECTURA-ALERTAS.
           READ ALERTAS NEXT RECORD AT END
               GO TO LECTURA-ALERTAS-EXIT.

           IF ALR-ESTADO NOT = "P" AND ALR-ESTADO NOT = "E"
               GO TO LECTURA-ALERTAS.

           IF TOTAL-ALR >= 100
               MOVE "S" TO HAY-MAS-ALR
               GO TO LECTURA-ALERTAS.

           ADD 1 TO TOTAL-ALR.
           SET TA-IDX TO TOTAL-ALR.
           MOVE ALR-NUM      TO TA-NUM(TA-IDX).
           MOVE ALR-TARJETA  TO TA-TARJETA(TA-IDX).
           MOVE ALR-REGLA    TO TA-REGLA(TA-IDX).
           MOVE ALR-PUNTOS   TO TA-PUNTOS(TA-IDX).
           MOVE ALR-MOTIVO   TO TA-MOTIVO(TA-IDX).
           MOVE ALR-ESTADO   TO TA-ESTADO(TA-IDX).
           MOVE ALR-SUSPENDE TO TA-SUSPENDE(TA-IDX).
           GO TO LECTURA-ALERTAS.

       LECTURA-ALERTAS-EXIT.
           CLOSE ALERTAS.

           IF TOTAL-ALR = 0
               GO TO SIN-ALERTAS.

           COMPUTE TOTAL-PAGINAS =
               ((TOTAL-ALR - 1) / LINEAS-POR-PAGINA) + 1.
           MOVE 1 TO PAGINA-ACTUAL.

       MOSTRAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alertas sin resolver" LINE 6 COL 30.
           DISPLAY "Numero" LINE 8 COL 2.
           DISPLAY "Tarjeta" LINE 8 COL 14.
           DISPLAY "Rg" LINE 8 COL 32.
           DISPLAY "Pts" LINE 8 COL 35.
           DISPLAY "Motivo" LINE 8 COL 40.
           DISPLAY "E S" LINE 8 COL 76.

           COMPUTE FILA-BASE = (PAGINA-ACTUAL - 1) * LINEAS-POR-PAGINA.

           MOVE 10 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 1.
           PERFORM MOSTRAR-LINEA-ALR THRU MOSTRAR-LINEA-ALR-EXIT.

           MOVE 12 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 2.
           PERFORM MOSTRAR-LINEA-ALR THRU MOSTRAR-LINEA-ALR-EXIT.

           MOVE 14 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 3.
           PERFORM MOSTRAR-LINEA-ALR THRU MOSTRAR-LINEA-ALR-EXIT.

           MOVE 16 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 4.
           PERFORM MOSTRAR-LINEA-ALR THRU MOSTRAR-LINEA-ALR-EXIT.

           MOVE 18 TO LINEA-PANTALLA.
           COMPUTE FILA-TMP = FILA-BASE + 5.
           PERFORM MOSTRAR-LINEA-ALR THRU MOSTRAR-LINEA-ALR-EXIT.

           DISPLAY "Pagina" LINE 20 COL 4.
           DISPLAY PAGINA-ACTUAL LINE 20 COL 11.
           DISPLAY "de" LINE 20 COL 17.
           DISPLAY TOTAL-PAGINAS LINE 20 COL 20.

           IF TABLA-ALR-LLENA
               DISPLAY "Mas de 100 sin resolver: pantalla incompleta,"
                   LINE 22 COL 4
                   WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY "resuelva estas para ver las siguientes"
                   LINE 23 COL 4
                   WITH FOREGROUND-COLOR IS YELLOW.

           DISPLAY "Numero a revisar:" LINE 21 COL 4.
           DISPLAY "PgUp/PgDn - Paginar" LINE 24 COL 2.
           DISPLAY "ESC - Salir" LINE 24 COL 66.

           GO TO NAVEGAR.

       MOSTRAR-LINEA-ALR.
           IF FILA-TMP > TOTAL-ALR
               GO TO MOSTRAR-LINEA-ALR-EXIT.

           SET TA-IDX TO FILA-TMP.
           DISPLAY TA-NUM(TA-IDX)(26:10) LINE LINEA-PANTALLA COL 2.
           DISPLAY TA-TARJETA(TA-IDX) LINE LINEA-PANTALLA COL 14.
           DISPLAY TA-REGLA(TA-IDX) LINE LINEA-PANTALLA COL 32.
           DISPLAY TA-PUNTOS(TA-IDX) LINE LINEA-PANTALLA COL 35.
           DISPLAY TA-MOTIVO(TA-IDX)(1:35) LINE LINEA-PANTALLA COL 40.
           DISPLAY TA-ESTADO(TA-IDX) LINE LINEA-PANTALLA COL 76.
           IF TA-SUSPENDE(TA-IDX) = "S"
               DISPLAY "S" LINE LINEA-PANTALLA COL 78
                   WITH FOREGROUND-COLOR IS YELLOW.

       MOSTRAR-LINEA-ALR-EXIT.
           EXIT.

       NAVEGAR.
           MOVE 0 TO ALR-NUM-SEL.
           ACCEPT SELECCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE IF PGUP-PRESSED
                   IF PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA
               ELSE IF PGDN-PRESSED
                   IF PAGINA-ACTUAL < TOTAL-PAGINAS
                       ADD 1 TO PAGINA-ACTUAL
                   END-IF
                   GO TO MOSTRAR-PAGINA
               ELSE
                   GO TO NAVEGAR.

           IF ALR-NUM-SEL = 0
               GO TO MOSTRAR-PAGINA.

       BUSCAR-ALERTA.
           MOVE "N" TO ENCONTRADO-SEL.
           MOVE 1 TO IDX-SEL.

       BUSCAR-ALERTA-BUCLE.
           IF IDX-SEL > TOTAL-ALR
               GO TO BUSCAR-ALERTA-EXIT.
           SET TA-IDX TO IDX-SEL.
           IF TA-NUM(TA-IDX) = ALR-NUM-SEL
               MOVE "S" TO ENCONTRADO-SEL
               GO TO BUSCAR-ALERTA-EXIT.
           ADD 1 TO IDX-SEL.
           GO TO BUSCAR-ALERTA-BUCLE.

       BUSCAR-ALERTA-EXIT.
           IF NOT ALR-ENCONTRADA
               DISPLAY "No hay una alerta abierta con ese numero"
                   LINE 22 COL 20 WITH BACKGROUND-COLOR RED
               GO TO NAVEGAR.

       REVISAR-ALERTA.
           MOVE TA-TARJETA(TA-IDX) TO TARJETA-ALERTA.

           OPEN I-O ALERTAS.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO PSYS-ERR.
           MOVE ALR-NUM-SEL TO ALR-NUM.
           READ ALERTAS INVALID KEY
               CLOSE ALERTAS
               GO TO PSYS-ERR.
           CLOSE ALERTAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Revisar alerta" LINE 6 COL 33.
           DISPLAY "Tarjeta:" LINE 8 COL 15.
           DISPLAY ALR-TARJETA LINE 8 COL 30.
           DISPLAY "Fecha y hora:" LINE 9 COL 15.
           DISPLAY ALR-FECHA LINE 9 COL 30.
           DISPLAY ALR-HOR LINE 9 COL 40.
           DISPLAY ":" LINE 9 COL 42.
           DISPLAY ALR-MIN LINE 9 COL 43.
           DISPLAY "Motivo:" LINE 10 COL 15.
           DISPLAY ALR-MOTIVO LINE 10 COL 30.
           DISPLAY "Puntos:" LINE 11 COL 15.
           DISPLAY ALR-PUNTOS LINE 11 COL 30.
           COMPUTE IMPORTE-ENT-PANT = ALR-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(ALR-IMPORTE-CENT, 100) TO IMPORTE-DEC-PANT.
           DISPLAY "Importe:" LINE 12 COL 15.
           DISPLAY IMPORTE-ENT-PANT LINE 12 COL 30.
           DISPLAY "," LINE 12 COL 37.
           DISPLAY IMPORTE-DEC-PANT LINE 12 COL 38.
           DISPLAY "Apunte del diario (ult. digitos):" LINE 13 COL 15.
           DISPLAY ALR-DCLNUM(20:16) LINE 13 COL 50.

      *    titular y estado actual de la tarjeta, para decidir con
      *    ellos delante
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ALERTA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE SPACES TO TNOMBRE
               MOVE SPACES TO TESTADO.
           CLOSE TARJETAS.
           DISPLAY "Titular:" LINE 15 COL 15.
           DISPLAY TNOMBRE LINE 15 COL 30.
           DISPLAY "Estado tarjeta:" LINE 16 COL 15.
           DISPLAY TESTADO LINE 16 COL 30.
           IF TESTADO = "S"
               DISPLAY "SUSPENDIDA PENDIENTE DE REVISION" LINE 16
                   COL 33 WITH FOREGROUND-COLOR IS YELLOW.

       PEDIR-ACCION.
           DISPLAY "1 Dejar en estudio  2 Falsa alarma" LINE 18 COL 15.
           DISPLAY "3 Fraude confirmado (retener tarjeta)"
               LINE 19 COL 15.
           DISPLAY "Accion:" LINE 20 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Volver" LINE 24 COL 22.

           INITIALIZE ACCION-ALERTA.
           ACCEPT ACCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CARGAR-ALERTAS
               ELSE
                   GO TO PEDIR-ACCION.

           IF ACCION-ALERTA < 1 OR ACCION-ALERTA > 3
               GO TO PEDIR-ACCION.

           OPEN I-O ALERTAS.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO PSYS-ERR.
           MOVE ALR-NUM-SEL TO ALR-NUM.
           READ ALERTAS INVALID KEY
               CLOSE ALERTAS
               GO TO PSYS-ERR.
           IF ALR-ESTADO NOT = "P" AND ALR-ESTADO NOT = "E"
               CLOSE ALERTAS
               DISPLAY "Esa alerta ya estaba resuelta" LINE 22
                   COL 25 WITH BACKGROUND-COLOR RED
               GO TO CARGAR-ALERTAS.

           IF ACCION-ALERTA = 1
               MOVE "E" TO ALR-ESTADO
               MOVE IDO-OPERADOR TO ALR-OPERADOR
               REWRITE ALERTAS-REG INVALID KEY
                   CLOSE ALERTAS
                   GO TO PSYS-ERR
               END-REWRITE
               CLOSE ALERTAS
               GO TO CARGAR-ALERTAS.

           IF ACCION-ALERTA = 2
               MOVE "F" TO ALR-ESTADO
           ELSE
               MOVE "C" TO ALR-ESTADO
           END-IF.
           MOVE IDO-OPERADOR TO ALR-OPERADOR.
           COMPUTE ALR-FRES = (ANO * 10000) + (MES * 100) + DIA.
           REWRITE ALERTAS-REG INVALID KEY
               CLOSE ALERTAS
               GO TO PSYS-ERR.
           CLOSE ALERTAS.

           IF ACCION-ALERTA = 3
               GO TO CONFIRMAR-FRAUDE.

      *    Falsa alarma: la suspension solo se levanta cuando la
      *    tarjeta no tiene ninguna otra alerta abierta.
       DESCARTAR-ALERTA.
           MOVE "ALERTA DESCARTADA" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM CONTAR-ABIERTAS THRU CONTAR-ABIERTAS-EXIT.

           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ALERTA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alerta cerrada como falsa alarma" LINE 9 COL 24.

           IF TESTADO NOT = "S"
               CLOSE TARJETAS
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           IF OTRAS-ABIERTAS > 0
               CLOSE TARJETAS
               DISPLAY "La tarjeta sigue suspendida: le quedan"
                   LINE 11 COL 18 WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY OTRAS-ABIERTAS LINE 11 COL 57
                   WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY "alertas abiertas" LINE 12 COL 18
                   WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY "Enter - Aceptar" LINE 24 COL 33
               GO TO VOLVER-ENTER.

           MOVE "A" TO TESTADO.
           REWRITE TAJETAREG INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "SUSPENSION LEVANTADA" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           DISPLAY "Suspension levantada: la tarjeta vuelve a operar"
               LINE 11 COL 16.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Fraude confirmado: la tarjeta queda retenida como las
      *    robadas, BANK1 la rechaza y la oficina la sustituye por
      *    BANKSUS.
       CONFIRMAR-FRAUDE.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ALERTA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           IF TESTADO NOT = "C"
               MOVE "R" TO TESTADO
               REWRITE TAJETAREG INVALID KEY
                   CLOSE TARJETAS
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.
           CLOSE TARJETAS.

           MOVE "FRAUDE CONFIRMADO" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Fraude confirmado: tarjeta retenida" LINE 9
               COL 22.
           DISPLAY "Sustituyala en oficina si el cliente lo pide"
               LINE 11 COL 18.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO VOLVER-ENTER.

      *    Alertas de la misma tarjeta aun pendientes o en estudio,
      *    sin contar la que se acaba de cerrar.
       CONTAR-ABIERTAS.
           MOVE 0 TO OTRAS-ABIERTAS.
           OPEN INPUT ALERTAS.
           IF FSL NOT = 00 AND FSL NOT = 05
               GO TO CONTAR-ABIERTAS-EXIT.

       CONTAR-ABIERTAS-BUCLE.
           READ ALERTAS NEXT RECORD AT END
               GO TO CONTAR-ABIERTAS-FIN.
           IF ALR-TARJETA NOT = TARJETA-ALERTA
               GO TO CONTAR-ABIERTAS-BUCLE.
           IF ALR-ESTADO = "P" OR ALR-ESTADO = "E"
               ADD 1 TO OTRAS-ABIERTAS.
           GO TO CONTAR-ABIERTAS-BUCLE.

       CONTAR-ABIERTAS-FIN.
           CLOSE ALERTAS.

       CONTAR-ABIERTAS-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria de la
      *    resolucion, con el mismo esquema de contadores que BANKCFG;
      *    si la traza no se puede escribir no se deshace nada.
       ESCRIBIR-AUDITORIA.
           MOVE 0 TO LAST-AUD-NUM.
           OPEN I-O AUDITORIA.
           IF FSD NOT = 00
               GO TO ESCRIBIR-AUDITORIA-EXIT.

           OPEN I-O CONTADORES.
           IF FSO NOT = 00
               CLOSE AUDITORIA
               GO TO ESCRIBIR-AUDITORIA-EXIT.
           MOVE "AUDITORIA" TO CNT-NOMBRE.
           READ CONTADORES INVALID KEY
               CLOSE CONTADORES
               CLOSE AUDITORIA
               GO TO ESCRIBIR-AUDITORIA-EXIT.
           MOVE CNT-ULTIMO TO LAST-AUD-NUM.
           ADD 1 TO CNT-ULTIMO.
           REWRITE CONTADORES-REG INVALID KEY
               CLOSE CONTADORES
               CLOSE AUDITORIA
               GO TO ESCRIBIR-AUDITORIA-EXIT.
           CLOSE CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM    TO AUD-NUM.
           MOVE TARJETA-ALERTA  TO AUD-TARJETA.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORAS           TO AUD-HOR.
           MOVE MINUTOS         TO AUD-MIN.
           MOVE SEGUNDOS        TO AUD-SEG.
           MOVE AUD-TIPO-REG    TO AUD-TIPO.
           MOVE "BANKALR"       TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR    TO AUD-OPERADOR.
           MOVE SPACES          TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       SIN-ALERTAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay alertas sin resolver" LINE 10 COL 26.
           DISPLAY "Enter - Salir" LINE 24 COL 33.
           GO TO SALIR-ENTER.

       VOLVER-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO CARGAR-ALERTAS
           ELSE
               GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE ALERTAS.
           CLOSE TARJETAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO SALIR-ENTER.

       SALIR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80
           IF ENTER-PRESSED
               GO TO 9999-EXIT
           ELSE
               GO TO SALIR-ENTER.

       9999-EXIT.
           STOP RUN.
