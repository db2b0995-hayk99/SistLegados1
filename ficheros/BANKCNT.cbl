       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 FILLER               PIC  X(108).

       FD AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM              PIC  9(35).
           02 FILLER               PIC  X(74).

       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interout.ubd".
       01 INTERCAMBIO-REG.
           02 INT-NUM              PIC  9(35).
           02 FILLER               PIC  X(94).

       FD PENDIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendientes.ubd".
       01 PENDIENTES-REG.
           02 PEN-NUM              PIC  9(35).
           02 FILLER               PIC  X(53).

       FD RECLAMACIONES
           LABEL RECORD STANDARD
