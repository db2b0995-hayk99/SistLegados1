       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCVG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-OFICIAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSL.

           SELECT OPTIONAL VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CODIGO
           FILE STATUS IS FSV.

           SELECT OPTIONAL RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSZ.


       DATA DIVISION.
       FILE SECTION.
      *    Lista oficial de vigilancia tal como la publica el
      *    organismo: una linea por persona o entidad con su codigo en
      *    la lista, el nombre y la lista de la que procede. Cada
      *    entrega es la lista completa, no solo las novedades.
       FD LISTA-OFICIAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "listavig.dat".
       01 LISTA-OFICIAL-REG.
           02 LVG-CODIGO           PIC  X(12).
           02 LVG-NOMBRE           PIC  X(35).
           02 LVG-LISTA            PIC  X(10).

      *    Lista de vigilancia de cumplimiento normativo (ver BANKFIL).
       FD VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
       01 VIGILANCIA-REG.
           02 VIG-CODIGO           PIC  X(12).
           02 VIG-NOMBRE           PIC  X(35).
           02 VIG-LISTA            PIC  X(10).
           02 VIG-ORIGEN           PIC  X(1).
               88 VIG-ES-OFICIAL         VALUE "O".
               88 VIG-ES-MANUAL          VALUE "M".
           02 VIG-ESTADO           PIC  X(1).
               88 VIG-ACTIVA             VALUE "A".
               88 VIG-DE-BAJA            VALUE "B".
           02 VIG-F-ALTA           PIC  9(8).
           02 VIG-CARGA            PIC  9(14).
           02 VIG-OPERADOR         PIC  X(08).

      *    Lineas de la lista oficial que no se han podido cargar.
       FD RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigrech.lst".
       01 LINEA-RECHAZO            PIC  X(90).


       WORKING-STORAGE SECTION.
       77 FSL                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSZ                      PIC  X(2).

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

       77 F-PROCESO                PIC  9(8).
       77 SELLO-CARGA              PIC  9(14).

       77 CONTADOR-LEIDAS          PIC  9(7) VALUE 0.
       77 CONTADOR-ALTAS           PIC  9(7) VALUE 0.
       77 CONTADOR-ACTUALIZADAS    PIC  9(7) VALUE 0.
       77 CONTADOR-BAJAS           PIC  9(7) VALUE 0.
       77 CONTADOR-RECHAZADAS      PIC  9(7) VALUE 0.

       01 LIN-RECH.
           05 RCH-MOTIVO           PIC  X(22).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-CODIGO           PIC  X(12).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-NOMBRE           PIC  X(35).
           05 FILLER               PIC  X(1) VALUE SPACES.
           05 RCH-FECHA            PIC  9(8).
           05 FILLER               PIC  X(10) VALUE SPACES.


      *    CARGA DE LA LISTA OFICIAL DE VIGILANCIA -- lee listavig.dat
      *    y la vuelca en vigilancia.ubd: da de alta las entradas
      *    nuevas, repone nombre y lista de las que ya estaban (y
      *    reactiva las que se hubieran dado de baja) y, al terminar,
      *    da de baja las entradas oficiales que ya no vienen en la
      *    lista. Las entradas manuales de cumplimiento no se tocan,
      *    salvo que la lista oficial traiga el mismo codigo, que
      *    pasa a ser oficial. Una lista sin ninguna linea valida no
      *    da de baja nada.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "BANKCVG - Carga de la lista oficial de vigilancia".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE F-PROCESO = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE SELLO-CARGA = (F-PROCESO * 1000000)
               + (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.

           OPEN INPUT LISTA-OFICIAL.
           IF FSL NOT = 00
               DISPLAY "No hay lista oficial que cargar (FSL=" FSL ")"
               GO TO 9999-EXIT.

           OPEN I-O VIGILANCIA.
           IF FSV NOT = 00 AND FSV NOT = 05
               DISPLAY "No se ha podido abrir vigilancia.ubd FSV=" FSV
               CLOSE LISTA-OFICIAL
               GO TO 9500-ERROR.

           OPEN EXTEND RECHAZOS.
           IF FSZ NOT = 00 AND FSZ NOT = 05
               DISPLAY "No se ha podido crear vigrech.lst FSZ=" FSZ
               CLOSE LISTA-OFICIAL
               CLOSE VIGILANCIA
               GO TO 9500-ERROR.

       1000-RECORRER-LISTA.
           READ LISTA-OFICIAL AT END
               GO TO 2000-BAJAS.
           ADD 1 TO CONTADOR-LEIDAS.

           IF LVG-CODIGO = SPACES
               MOVE "CODIGO EN BLANCO" TO RCH-MOTIVO
               GO TO 1900-RECHAZAR.
           IF LVG-NOMBRE = SPACES
               MOVE "NOMBRE EN BLANCO" TO RCH-MOTIVO
               GO TO 1900-RECHAZAR.

           MOVE LVG-CODIGO TO VIG-CODIGO.
           READ VIGILANCIA INVALID KEY
               GO TO 1500-ALTA-ENTRADA.

           MOVE LVG-NOMBRE  TO VIG-NOMBRE.
           MOVE LVG-LISTA   TO VIG-LISTA.
           MOVE "O"         TO VIG-ORIGEN.
           MOVE "A"         TO VIG-ESTADO.
           MOVE SELLO-CARGA TO VIG-CARGA.
           MOVE "BANKCVG"   TO VIG-OPERADOR.
           REWRITE VIGILANCIA-REG INVALID KEY
               DISPLAY "Error actualizando entrada " VIG-CODIGO
               GO TO 9500-ERROR.
           ADD 1 TO CONTADOR-ACTUALIZADAS.
           GO TO 1000-RECORRER-LISTA.

       1500-ALTA-ENTRADA.
           MOVE LVG-CODIGO  TO VIG-CODIGO.
           MOVE LVG-NOMBRE  TO VIG-NOMBRE.
           MOVE LVG-LISTA   TO VIG-LISTA.
           MOVE "O"         TO VIG-ORIGEN.
           MOVE "A"         TO VIG-ESTADO.
           MOVE F-PROCESO   TO VIG-F-ALTA.
           MOVE SELLO-CARGA TO VIG-CARGA.
           MOVE "BANKCVG"   TO VIG-OPERADOR.
           WRITE VIGILANCIA-REG INVALID KEY
               MOVE "CODIGO REPETIDO" TO RCH-MOTIVO
               GO TO 1900-RECHAZAR.
           ADD 1 TO CONTADOR-ALTAS.
           GO TO 1000-RECORRER-LISTA.

       1900-RECHAZAR.
           MOVE LVG-CODIGO TO RCH-CODIGO.
           MOVE LVG-NOMBRE TO RCH-NOMBRE.
           MOVE F-PROCESO  TO RCH-FECHA.
           WRITE LINEA-RECHAZO FROM LIN-RECH.
           ADD 1 TO CONTADOR-RECHAZADAS.
           GO TO 1000-RECORRER-LISTA.

      *    Entradas oficiales activas que no han venido en esta carga.
       2000-BAJAS.
           IF CONTADOR-ALTAS = 0 AND CONTADOR-ACTUALIZADAS = 0
               DISPLAY "Lista oficial sin entradas validas: no se da "
                   "de baja ninguna entrada"
               GO TO 9000-FIN.
           MOVE LOW-VALUES TO VIG-CODIGO.
           START VIGILANCIA KEY IS >= VIG-CODIGO
               INVALID KEY
                   GO TO 9000-FIN.

       2100-RECORRER-VIGILANCIA.
           READ VIGILANCIA NEXT RECORD AT END
               GO TO 9000-FIN.
           IF NOT VIG-ES-OFICIAL OR NOT VIG-ACTIVA
               GO TO 2100-RECORRER-VIGILANCIA.
           IF VIG-CARGA = SELLO-CARGA
               GO TO 2100-RECORRER-VIGILANCIA.

           MOVE "B"       TO VIG-ESTADO.
           MOVE "BANKCVG" TO VIG-OPERADOR.
           REWRITE VIGILANCIA-REG INVALID KEY
               DISPLAY "Error dando de baja la entrada " VIG-CODIGO
               GO TO 9500-ERROR.
           ADD 1 TO CONTADOR-BAJAS.
           GO TO 2100-RECORRER-VIGILANCIA.

       9000-FIN.
           CLOSE LISTA-OFICIAL.
           CLOSE VIGILANCIA.
           CLOSE RECHAZOS.
           DISPLAY "Lineas de la lista leidas: " CONTADOR-LEIDAS.
           DISPLAY "Entradas nuevas:           " CONTADOR-ALTAS.
           DISPLAY "Entradas repuestas:        " CONTADOR-ACTUALIZADAS.
           DISPLAY "Entradas dadas de baja:    " CONTADOR-BAJAS.
           IF CONTADOR-RECHAZADAS > 0
               DISPLAY "Rechazadas, ver vigrech.lst: "
                   CONTADOR-RECHAZADAS.
           GO TO 9999-EXIT.

      *    Salida de error: se deja RETURN-CODE a 8 para que quien
      *    lance la carga sepa que no termino bien.
       9500-ERROR.
           MOVE 8 TO RETURN-CODE.

       9999-EXIT.
           GOBACK.
