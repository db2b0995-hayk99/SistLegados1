       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSE.

           SELECT AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSD.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSO.


       DATA DIVISION.
       FILE SECTION.
      *    Operadores de oficina (ver BANKIDE): clave transformada,
      *    perfil "O" oficina, "S" supervisor, "A" administrador y
      *    estado "A" activo, "B" bloqueado.
       FD OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADORES-REG.
           02 OPE-ID               PIC  X(08).
           02 OPE-NOMBRE           PIC  X(35).
           02 OPE-CLAVE            PIC  9(8).
           02 OPE-ROL              PIC  X(1).
               88 OPE-ES-OFICINA         VALUE "O".
               88 OPE-ES-SUPERVISOR      VALUE "S".
               88 OPE-ES-ADMINISTRADOR   VALUE "A".
           02 OPE-ESTADO           PIC  X(1).
           02 OPE-INTENTOS         PIC  9(1).
           02 OPE-FALTA            PIC  9(8).
           02 OPE-FULTIMA          PIC  9(8).

      *    Traza de auditoria: cada alta o cambio de operador deja su
      *    fila, con el codigo del operador tocado dentro del tipo.
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

      *    Contadores centrales de numeracion (ver BANKCNT).
       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADORES-REG.
           02 CNT-NOMBRE           PIC  X(12).
           02 CNT-ULTIMO           PIC  9(35).


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSO                      PIC  X(2).

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
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC  9(4).
       77 OPERADOR-CONSULTA        PIC  X(08).
       77 NOMBRE-OPERADOR          PIC  X(35).
       77 ROL-OPERADOR             PIC  X(1).
       77 CLAVE-NUEVA              PIC  X(08).
       77 CLAVE-REPETIDA           PIC  X(08).
       77 ACCION-OPERADOR          PIC  9(1).
       77 CONFIRMADO-CAMBIO        PIC  X(1).
           88 CAMBIO-OK             VALUE "S".
      *    sin ningun operador en el fichero el primer alta se hace
      *    sin identificarse y es siempre la de un administrador
       77 ARRANQUE-INICIAL         PIC  X(1)  VALUE "N".
           88 SIN-OPERADORES        VALUE "S".

       77 CLAVE-HASH               PIC  9(8).
       77 HASH-CADENA              PIC  X(16).
       77 HASH-IDX                 PIC  9(2).

       77 LAST-AUD-NUM             PIC  9(35).
       01 AUD-TIPO-COMP.
           05 AUD-TIPO-ACCION      PIC  X(12).
           05 AUD-TIPO-OPE         PIC  X(08).

      *    Peticion a la pantalla de identificacion (ver BANKIDE).
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

       01 OPERADOR-ACCEPT.
           05 FILLER AUTO LINE 08 COL 40
               PIC X(08) USING OPERADOR-CONSULTA.

       01 DATOS-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(35) USING NOMBRE-OPERADOR.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(1) USING ROL-OPERADOR.

       01 CLAVE-ACCEPT.
           05 FILLER AUTO SECURE LINE 14 COL 40
               PIC X(08) USING CLAVE-NUEVA.
           05 FILLER AUTO SECURE LINE 15 COL 40
               PIC X(08) USING CLAVE-REPETIDA.

       01 ACCION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 21 COL 40
               PIC 9(1) USING ACCION-OPERADOR.

       01 CONFIRMA-ACCEPT.
           05 FILLER AUTO LINE 18 COL 50
               PIC X(1) USING CONFIRMADO-CAMBIO.


      *    MANTENIMIENTO DE OPERADORES -- alta de operadores de
      *    oficina con su perfil y clave, cambio de nombre o perfil,
      *    nueva clave y bloqueo o desbloqueo (BANKIDE bloquea tras
      *    tres claves erroneas). Solo para administradores; con el
      *    fichero vacio permite dar de alta el primer administrador
      *    sin identificarse.
       PROCEDURE DIVISION.
       P0-IDENTIFICAR.
           OPEN INPUT OPERADORES.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.
           MOVE "S" TO ARRANQUE-INICIAL.
           READ OPERADORES NEXT RECORD AT END
               CONTINUE
           NOT AT END
               MOVE "N" TO ARRANQUE-INICIAL
           END-READ.
           CLOSE OPERADORES.

           IF SIN-OPERADORES
               MOVE SPACES TO IDO-OPERADOR
               GO TO IMPRIMIR-CABECERA.

           MOVE "E"        TO IDO-MODO.
           MOVE "A"        TO IDO-ROL-MINIMO.
           MOVE "BANKOPE"  TO IDO-PROGRAMA.
           MOVE SPACES     TO IDO-MOTIVO.
           CALL "BANKIDE" USING IDENT-OPERADOR.
           IF NOT IDO-ACEPTADO
               GO TO 9999-EXIT.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Mantenimiento de operadores" LINE 2
               COL 20 WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       P1-CAPTURA.
           INITIALIZE OPERADOR-CONSULTA.
           IF SIN-OPERADORES
               DISPLAY "No hay operadores: alta del primer"
                   LINE 6 COL 15 WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY "administrador del sistema" LINE 6 COL 50
                   WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Codigo de operador:" LINE 8 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 33.

           ACCEPT OPERADOR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO IMPRIMIR-CABECERA.

           IF OPERADOR-CONSULTA = SPACES
               GO TO P1-CAPTURA.

           OPEN I-O OPERADORES.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.
           MOVE OPERADOR-CONSULTA TO OPE-ID.
           READ OPERADORES INVALID KEY
               GO TO P2-ALTA.
           IF SIN-OPERADORES
               CLOSE OPERADORES
               GO TO IMPRIMIR-CABECERA.
           GO TO P3-FICHA.

      *    Alta: nombre, perfil y clave tecleada dos veces; nace
      *    activo y sin claves erroneas.
       P2-ALTA.
           INITIALIZE NOMBRE-OPERADOR.
           INITIALIZE CLAVE-NUEVA.
           INITIALIZE CLAVE-REPETIDA.
           MOVE "O" TO ROL-OPERADOR.
           IF SIN-OPERADORES
               MOVE "A" TO ROL-OPERADOR.

       P2-ALTA-DATOS.
           DISPLAY "Operador nuevo" LINE 8 COL 50
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Nombre:" LINE 10 COL 15.
           DISPLAY "Perfil (O/S/A):" LINE 12 COL 15.
           DISPLAY "Clave:" LINE 14 COL 15.
           DISPLAY "Repita la clave:" LINE 15 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           ACCEPT DATOS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P2-ALTA-DATOS.
           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P2-ALTA-DATOS.

           IF SIN-OPERADORES
               MOVE "A" TO ROL-OPERADOR.
           IF NOMBRE-OPERADOR = SPACES
               DISPLAY "El nombre es obligatorio" LINE 20 COL 28
                   WITH BACKGROUND-COLOR RED
               GO TO P2-ALTA-DATOS.
           IF ROL-OPERADOR NOT = "O" AND ROL-OPERADOR NOT = "S"
                   AND ROL-OPERADOR NOT = "A"
               DISPLAY "Perfil O oficina, S supervisor o A admin."
                   LINE 20 COL 20 WITH BACKGROUND-COLOR RED
               GO TO P2-ALTA-DATOS.
           IF CLAVE-NUEVA = SPACES OR CLAVE-NUEVA NOT = CLAVE-REPETIDA
               DISPLAY "Las dos claves no coinciden" LINE 20 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO P2-ALTA-DATOS.

           DISPLAY "Confirma el alta del operador (S/N):" LINE 18
               COL 13.
           ACCEPT CONFIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P2-ALTA-DATOS.
           IF NOT CAMBIO-OK
               GO TO CANCELADO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CALCULAR-CLAVE-HASH THRU CALCULAR-CLAVE-HASH-EXIT.
           MOVE OPERADOR-CONSULTA TO OPE-ID.
           MOVE NOMBRE-OPERADOR   TO OPE-NOMBRE.
           MOVE CLAVE-HASH        TO OPE-CLAVE.
           MOVE ROL-OPERADOR      TO OPE-ROL.
           MOVE "A"               TO OPE-ESTADO.
           MOVE 0                 TO OPE-INTENTOS.
           COMPUTE OPE-FALTA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0                 TO OPE-FULTIMA.
           WRITE OPERADORES-REG INVALID KEY
               CLOSE OPERADORES
               GO TO PSYS-ERR.
           CLOSE OPERADORES.

           IF SIN-OPERADORES
               MOVE OPERADOR-CONSULTA TO IDO-OPERADOR
               MOVE "N" TO ARRANQUE-INICIAL.
           MOVE "ALTA OPER." TO AUD-TIPO-ACCION.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador dado de alta correctamente" LINE 10
               COL 22.
           DISPLAY OPERADOR-CONSULTA LINE 12 COL 36.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Ficha del operador y accion a realizar sobre el.
       P3-FICHA.
           DISPLAY "Nombre:" LINE 10 COL 15.
           DISPLAY OPE-NOMBRE LINE 10 COL 40.
           DISPLAY "Perfil (O/S/A):" LINE 12 COL 15.
           DISPLAY OPE-ROL LINE 12 COL 40.
           DISPLAY "Estado (A activo B bloqueado):" LINE 14 COL 15.
           DISPLAY OPE-ESTADO LINE 14 COL 47.
           DISPLAY "Ultima entrada:" LINE 16 COL 15.
           DISPLAY OPE-FULTIMA LINE 16 COL 40.
           DISPLAY "1 Cambiar nombre y perfil  2 Nueva clave"
               LINE 19 COL 15.
           DISPLAY "3 Bloquear                 4 Desbloquear"
               LINE 20 COL 15.
           DISPLAY "Accion:" LINE 21 COL 15.
           DISPLAY "Enter - Confirmar   ESC - Cancelar" LINE 24
               COL 22.

           INITIALIZE ACCION-OPERADOR.
           ACCEPT ACCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P3-FICHA.

           IF ACCION-OPERADOR = 1
               GO TO P4-DATOS.
           IF ACCION-OPERADOR = 2
               GO TO P5-CLAVE.
           IF ACCION-OPERADOR = 3 OR ACCION-OPERADOR = 4
               GO TO P6-ESTADO.
           GO TO P3-FICHA.

       P4-DATOS.
           MOVE OPE-NOMBRE TO NOMBRE-OPERADOR.
           MOVE OPE-ROL    TO ROL-OPERADOR.
           ACCEPT DATOS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P4-DATOS.

           IF NOMBRE-OPERADOR = SPACES
               GO TO P4-DATOS.
           IF ROL-OPERADOR NOT = "O" AND ROL-OPERADOR NOT = "S"
                   AND ROL-OPERADOR NOT = "A"
               DISPLAY "Perfil O oficina, S supervisor o A admin."
                   LINE 22 COL 20 WITH BACKGROUND-COLOR RED
               GO TO P4-DATOS.
      *    el administrador no se quita a si mismo el perfil: siempre
      *    queda alguien que pueda mantener el fichero
           IF OPE-ID = IDO-OPERADOR AND ROL-OPERADOR NOT = "A"
               DISPLAY "No puede quitarse su propio perfil"
                   LINE 22 COL 23 WITH BACKGROUND-COLOR RED
               GO TO P4-DATOS.

           MOVE NOMBRE-OPERADOR TO OPE-NOMBRE.
           MOVE ROL-OPERADOR    TO OPE-ROL.
           MOVE "MODIF OPER." TO AUD-TIPO-ACCION.
           GO TO P7-GRABAR.

       P5-CLAVE.
           INITIALIZE CLAVE-NUEVA.
           INITIALIZE CLAVE-REPETIDA.
           DISPLAY "Clave:" LINE 14 COL 15.
           DISPLAY "Repita la clave:" LINE 15 COL 15.
           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO CANCELADO
               ELSE
                   GO TO P5-CLAVE.

           IF CLAVE-NUEVA = SPACES OR CLAVE-NUEVA NOT = CLAVE-REPETIDA
               DISPLAY "Las dos claves no coinciden" LINE 22 COL 27
                   WITH BACKGROUND-COLOR RED
               GO TO P5-CLAVE.

           PERFORM CALCULAR-CLAVE-HASH THRU CALCULAR-CLAVE-HASH-EXIT.
           MOVE CLAVE-HASH TO OPE-CLAVE.
           MOVE 0          TO OPE-INTENTOS.
           MOVE "CLAVE OPER." TO AUD-TIPO-ACCION.
           GO TO P7-GRABAR.

      *    Bloqueo o desbloqueo; al desbloquear se ponen a cero las
      *    claves erroneas acumuladas.
       P6-ESTADO.
           IF ACCION-OPERADOR = 3
               IF OPE-ID = IDO-OPERADOR
                   DISPLAY "No puede bloquearse a si mismo" LINE 22
                       COL 25 WITH BACKGROUND-COLOR RED
                   GO TO P3-FICHA
               END-IF
               MOVE "B" TO OPE-ESTADO
               MOVE "BLOQUEO OPE." TO AUD-TIPO-ACCION
           ELSE
               MOVE "A" TO OPE-ESTADO
               MOVE 0 TO OPE-INTENTOS
               MOVE "DESBLOQ OPE." TO AUD-TIPO-ACCION
           END-IF.

       P7-GRABAR.
           REWRITE OPERADORES-REG INVALID KEY
               CLOSE OPERADORES
               GO TO PSYS-ERR.
           CLOSE OPERADORES.

           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador actualizado correctamente" LINE 10
               COL 23.
           DISPLAY OPERADOR-CONSULTA LINE 12 COL 36.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       CANCELADO.
           CLOSE OPERADORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion cancelada, no se ha modificado nada"
               LINE 10 COL 18.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Transformacion no reversible de la clave, mezclada con el
      *    codigo de operador. Misma formula que BANKIDE.
       CALCULAR-CLAVE-HASH.
           MOVE OPERADOR-CONSULTA TO HASH-CADENA(1:8).
           MOVE CLAVE-NUEVA       TO HASH-CADENA(9:8).
           MOVE 0 TO CLAVE-HASH.
           MOVE 1 TO HASH-IDX.

       CALCULAR-CLAVE-HASH-BUCLE.
           IF HASH-IDX > 16
               GO TO CALCULAR-CLAVE-HASH-FIN.
           COMPUTE CLAVE-HASH = FUNCTION MOD(
               (CLAVE-HASH * 131)
               + FUNCTION ORD(HASH-CADENA(HASH-IDX:1)),
               99999989).
           ADD 1 TO HASH-IDX.
           GO TO CALCULAR-CLAVE-HASH-BUCLE.

       CALCULAR-CLAVE-HASH-FIN.
           IF CLAVE-HASH < 10000
               ADD 10000 TO CLAVE-HASH.

       CALCULAR-CLAVE-HASH-EXIT.
           EXIT.

      *    Deja constancia en el fichero de auditoria del cambio, con
      *    el mismo esquema de contadores que BANKCFG; si la traza no
      *    se puede escribir no se deshace el cambio.
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
           MOVE LAST-AUD-NUM      TO AUD-NUM.
           MOVE 0                 TO AUD-TARJETA.
           MOVE ANO               TO AUD-ANO.
           MOVE MES               TO AUD-MES.
           MOVE DIA               TO AUD-DIA.
           MOVE HORAS             TO AUD-HOR.
           MOVE MINUTOS           TO AUD-MIN.
           MOVE SEGUNDOS          TO AUD-SEG.
           MOVE OPERADOR-CONSULTA TO AUD-TIPO-OPE.
           MOVE AUD-TIPO-COMP     TO AUD-TIPO.
           MOVE "BANKOPE"         TO AUD-PROGRAMA.
           MOVE IDO-OPERADOR      TO AUD-OPERADOR.
           MOVE SPACES            TO AUD-AUTORIZADOR.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       PSYS-ERR.
           CLOSE OPERADORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       FIN-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO FIN-ENTER.

       9999-EXIT.
           STOP RUN.
