       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIDE.

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
      *    Operadores de oficina (alta y mantenimiento en BANKOPE).
      *    La clave se guarda transformada, nunca en claro, con la
      *    misma idea que el pin de las tarjetas. Perfiles: "O"
      *    oficina, "S" supervisor (puede autorizar las operaciones
      *    con doble control), "A" administrador (ademas mantiene
      *    este fichero). Estado "A" activo, "B" bloqueado por
      *    claves erroneas o por el administrador.
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

      *    Traza de auditoria: entradas de operador y claves erroneas.
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
       77 OPERADOR-TECLEADO        PIC  X(08).
       77 CLAVE-TECLEADA           PIC  X(08).
      *    claves erroneas seguidas que bloquean al operador
       77 MAX-INTENTOS-OPE         PIC  9(1)  VALUE 3.
       77 NIVEL-ROL                PIC  9(1).
       77 NIVEL-OPERADOR           PIC  9(1).
       77 NIVEL-MINIMO             PIC  9(1).
       77 ROL-EVALUAR              PIC  X(1).

       77 CLAVE-HASH               PIC  9(8).
       77 HASH-CADENA              PIC  X(16).
       77 HASH-IDX                 PIC  9(2).

       77 LAST-AUD-NUM             PIC  9(35).
       77 AUD-TIPO-REG             PIC  X(20).

       LINKAGE SECTION.
      *    Peticion del programa llamante: modo "E" entrada (el
      *    operador se identifica al arrancar el programa y vuelve en
      *    IDO-OPERADOR) o "A" autorizacion (un segundo operador, con
      *    perfil supervisor y distinto de IDO-OPERADOR, aprueba la
      *    operacion descrita en IDO-MOTIVO y vuelve en
      *    IDO-AUTORIZADOR). IDO-RESULTADO "S" si se ha aceptado.
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

       01 IDENT-ACCEPT.
           05 FILLER AUTO LINE 14 COL 40
               PIC X(08) USING OPERADOR-TECLEADO.
           05 FILLER AUTO SECURE LINE 16 COL 40
               PIC X(08) USING CLAVE-TECLEADA.


      *    IDENTIFICACION DE OPERADOR -- pantalla comun a todos los
      *    programas de oficina: al arrancar piden aqui operador y
      *    clave, y las operaciones con doble control (subir un
      *    descubierto, cambiar un LIMITE-*, abonar una reclamacion
      *    por encima del umbral) piden la aprobacion de un segundo
      *    operador supervisor antes de tener efecto. Tres claves
      *    erroneas seguidas bloquean al operador.
       PROCEDURE DIVISION USING IDENT-OPERADOR.
       P0-INICIO.
           MOVE "N" TO IDO-RESULTADO.
           IF IDO-AUTORIZACION
               MOVE SPACES TO IDO-AUTORIZADOR
               MOVE "S" TO ROL-EVALUAR
           ELSE
               MOVE SPACES TO IDO-OPERADOR
               MOVE IDO-ROL-MINIMO TO ROL-EVALUAR
           END-IF.
           PERFORM NIVEL-DEL-ROL THRU NIVEL-DEL-ROL-EXIT.
           MOVE NIVEL-ROL TO NIVEL-MINIMO.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           IF IDO-AUTORIZACION
               DISPLAY "UnizarBank - Autorizacion de supervisor" LINE 2
                   COL 21 WITH FOREGROUND-COLOR IS CYAN
           ELSE
               DISPLAY "UnizarBank - Identificacion de operador" LINE 2
                   COL 21 WITH FOREGROUND-COLOR IS CYAN
           END-IF.

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
           INITIALIZE OPERADOR-TECLEADO.
           INITIALIZE CLAVE-TECLEADA.

           IF IDO-AUTORIZACION
               DISPLAY "Operacion que requiere autorizacion:" LINE 7
                   COL 15
               DISPLAY IDO-MOTIVO LINE 8 COL 20
                   WITH FOREGROUND-COLOR IS YELLOW
               DISPLAY "Solicitada por el operador:" LINE 10 COL 15
               DISPLAY IDO-OPERADOR LINE 10 COL 43
               DISPLAY "Supervisor que autoriza:" LINE 14 COL 15
           ELSE
               DISPLAY "Identifiquese para entrar en" LINE 8 COL 15
               DISPLAY IDO-PROGRAMA LINE 8 COL 44
               DISPLAY "Operador:" LINE 14 COL 15
           END-IF.
           DISPLAY "Clave:" LINE 16 COL 15.
           DISPLAY "Enter - Aceptar   ESC - Salir" LINE 24 COL 25.

           ACCEPT IDENT-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO 9999-EXIT
               ELSE
                   GO TO P1-CAPTURA.

           IF OPERADOR-TECLEADO = SPACES
               GO TO P1-CAPTURA.

       P2-VALIDAR.
           OPEN I-O OPERADORES.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO PSYS-ERR.

           MOVE OPERADOR-TECLEADO TO OPE-ID.
           READ OPERADORES INVALID KEY
               CLOSE OPERADORES
               GO TO CLAVE-INCORRECTA.

           IF OPE-ESTADO NOT = "A"
               CLOSE OPERADORES
               MOVE "OPERADOR BLOQUEADO" TO AUD-TIPO-REG
               PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT
               GO TO OPERADOR-BLOQUEADO.

           PERFORM CALCULAR-CLAVE-HASH THRU CALCULAR-CLAVE-HASH-EXIT.
           IF CLAVE-HASH NOT = OPE-CLAVE
               GO TO P3-CLAVE-ERRONEA.

           MOVE 0 TO OPE-INTENTOS.
           COMPUTE OPE-FULTIMA = (ANO * 10000) + (MES * 100) + DIA.
           REWRITE OPERADORES-REG INVALID KEY
               CLOSE OPERADORES
               GO TO PSYS-ERR.
           CLOSE OPERADORES.

           MOVE OPE-ROL TO ROL-EVALUAR.
           PERFORM NIVEL-DEL-ROL THRU NIVEL-DEL-ROL-EXIT.
           MOVE NIVEL-ROL TO NIVEL-OPERADOR.
           IF NIVEL-OPERADOR < NIVEL-MINIMO
               MOVE "ACCESO DENEGADO" TO AUD-TIPO-REG
               PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT
               GO TO PERFIL-INSUFICIENTE.

           IF IDO-AUTORIZACION
               GO TO P4-AUTORIZAR.

           MOVE OPE-ID TO IDO-OPERADOR.
           MOVE "S" TO IDO-RESULTADO.
           MOVE "ENTRADA OPERADOR" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.
           GO TO 9999-EXIT.

      *    Clave erronea: se cuenta contra el operador y al llegar al
      *    maximo queda bloqueado hasta que el administrador lo
      *    desbloquee en BANKOPE.
       P3-CLAVE-ERRONEA.
           ADD 1 TO OPE-INTENTOS.
           IF OPE-INTENTOS >= MAX-INTENTOS-OPE
               MOVE "B" TO OPE-ESTADO.
           REWRITE OPERADORES-REG INVALID KEY
               CLOSE OPERADORES
               GO TO PSYS-ERR.
           CLOSE OPERADORES.

           MOVE "CLAVE OPERADOR MAL" TO AUD-TIPO-REG.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           IF OPE-ESTADO = "B"
               GO TO OPERADOR-BLOQUEADO.
           GO TO CLAVE-INCORRECTA.

      *    La autorizacion la da siempre un operador distinto del que
      *    pide la operacion; el perfil ya se ha comprobado arriba.
       P4-AUTORIZAR.
           IF OPE-ID = IDO-OPERADOR
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "La autorizacion debe darla otro operador"
                   LINE 20 COL 20 WITH BACKGROUND-COLOR RED
               GO TO P1-CAPTURA.

           MOVE OPE-ID TO IDO-AUTORIZADOR.
           MOVE "S" TO IDO-RESULTADO.
           GO TO 9999-EXIT.

       CLAVE-INCORRECTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador o clave incorrectos" LINE 20 COL 26
               WITH BACKGROUND-COLOR RED.
           GO TO P1-CAPTURA.

       OPERADOR-BLOQUEADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador bloqueado" LINE 10 COL 31
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Avise al administrador para desbloquearlo"
               LINE 12 COL 20.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       PERFIL-INSUFICIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF IDO-AUTORIZACION
               DISPLAY "Solo un supervisor puede autorizarlo" LINE 10
                   COL 22 WITH FOREGROUND-COLOR IS BLACK
                               BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "Su perfil no permite usar este programa"
                   LINE 10 COL 21 WITH FOREGROUND-COLOR IS BLACK
                                       BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

      *    Nivel del perfil para compararlo con el minimo pedido:
      *    oficina 1, supervisor 2, administrador 3; un perfil que
      *    no se conoce no llega a ninguno.
       NIVEL-DEL-ROL.
           MOVE 0 TO NIVEL-ROL.
           IF ROL-EVALUAR = "O"
               MOVE 1 TO NIVEL-ROL.
           IF ROL-EVALUAR = "S"
               MOVE 2 TO NIVEL-ROL.
           IF ROL-EVALUAR = "A"
               MOVE 3 TO NIVEL-ROL.

       NIVEL-DEL-ROL-EXIT.
           EXIT.

      *    Transformacion no reversible de la clave, mezclada con el
      *    codigo de operador para que dos claves iguales no den el
      *    mismo valor guardado. Misma formula que BANKOPE.
       CALCULAR-CLAVE-HASH.
           MOVE OPERADOR-TECLEADO TO HASH-CADENA(1:8).
           MOVE CLAVE-TECLEADA    TO HASH-CADENA(9:8).
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

      *    Fila de auditoria del intento de entrada con el programa
      *    que la pidio; si la traza no se puede escribir no se
      *    frena la entrada.
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

           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM      TO AUD-NUM.
           MOVE 0                 TO AUD-TARJETA.
           MOVE ANO               TO AUD-ANO.
           MOVE MES               TO AUD-MES.
           MOVE DIA               TO AUD-DIA.
           MOVE HORAS             TO AUD-HOR.
           MOVE MINUTOS           TO AUD-MIN.
           MOVE SEGUNDOS          TO AUD-SEG.
           MOVE AUD-TIPO-REG      TO AUD-TIPO.
           MOVE IDO-PROGRAMA      TO AUD-PROGRAMA.
           IF IDO-AUTORIZACION
               MOVE IDO-OPERADOR      TO AUD-OPERADOR
               MOVE OPERADOR-TECLEADO TO AUD-AUTORIZADOR
           ELSE
               MOVE OPERADOR-TECLEADO TO AUD-OPERADOR
               MOVE SPACES            TO AUD-AUTORIZADOR
           END-IF.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO FIN-ENTER.

       FIN-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COL 80 ON EXCEPTION
           IF ENTER-PRESSED
               GO TO 9999-EXIT
           ELSE
               GO TO FIN-ENTER.

       9999-EXIT.
           EXIT PROGRAM.
