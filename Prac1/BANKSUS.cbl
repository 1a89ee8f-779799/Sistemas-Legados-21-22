       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SUSPENSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NUM
           FILE STATUS IS FSSU.


       DATA DIVISION.
       FILE SECTION.
      * Partidas en suspenso: dinero recibido que no se ha podido
      * aplicar a ninguna tarjeta.  SUS-ORIGEN: ICR transferencia
      * recibida, NOM linea de nomina, RET devolucion de la red.
      * SUS-DESTINO es la cuenta o tarjeta que traia la partida, tal
      * como llego.  SUS-TARJETA-ORIGEN es la tarjeta pagadora cuando
      * el ordenante es cliente (nominas).  SUS-ESTADO: P pendiente,
      * A aplicada a una tarjeta, D devuelta al ordenante.
       FD F-SUSPENSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspenso.ubd".
       01 SUSPENSO-REG.
           02 SUS-NUM               PIC  9(10).
           02 SUS-ORIGEN            PIC  X(3).
           02 SUS-FECHA             PIC  9(8).
           02 SUS-REFERENCIA        PIC X(35).
           02 SUS-ORDENANTE         PIC X(30).
           02 SUS-DESTINO           PIC X(16).
           02 SUS-TARJETA-ORIGEN    PIC 9(16).
           02 SUS-IMPORTE-CENT      PIC 9(11).
           02 SUS-MOTIVO            PIC X(30).
           02 SUS-ESTADO            PIC  X(1).
           02 SUS-TARJETA-APLICADA  PIC 9(16).
           02 SUS-MOV-NUM           PIC 9(35).
           02 SUS-INTERB-NUM        PIC 9(35).
           02 SUS-FECHA-CIERRE      PIC  9(8).
           02 SUS-OPERADOR          PIC  9(4).


       WORKING-STORAGE SECTION.
       77 FSSU                     PIC  X(2).
       77 LAST-SUS-NUM             PIC  9(10).

       LINKAGE SECTION.
       01 DATOS-SUSPENSO.
           02 SUSC-ORIGEN           PIC  X(3).
           02 SUSC-FECHA            PIC  9(8).
           02 SUSC-REFERENCIA       PIC X(35).
           02 SUSC-ORDENANTE        PIC X(30).
           02 SUSC-DESTINO          PIC X(16).
           02 SUSC-TARJETA-ORIGEN   PIC 9(16).
           02 SUSC-IMPORTE-CENT     PIC 9(11).
           02 SUSC-MOTIVO           PIC X(30).
           02 SUSC-NUM              PIC 9(10).


      * Aparca en suspenso una partida recibida que el proceso de
      * abono no ha podido aplicar.  Devuelve en SUSC-NUM el numero
      * de partida, o cero si no se ha podido anotar.
       PROCEDURE DIVISION USING DATOS-SUSPENSO.
       INICIO.
           MOVE 0 TO SUSC-NUM.

           OPEN I-O F-SUSPENSO.
           IF FSSU = 35
               CLOSE F-SUSPENSO
               OPEN OUTPUT F-SUSPENSO
               CLOSE F-SUSPENSO
               OPEN I-O F-SUSPENSO.
           IF FSSU <> 00 AND 05
               GOBACK.

           MOVE 0 TO LAST-SUS-NUM.

       LEER-SUSPENSO-MAX.
           READ F-SUSPENSO NEXT RECORD AT END
               GO TO ESCRIBIR-SUSPENSO.
           IF SUS-NUM > LAST-SUS-NUM
               MOVE SUS-NUM TO LAST-SUS-NUM.
           GO TO LEER-SUSPENSO-MAX.

       ESCRIBIR-SUSPENSO.
           ADD 1 TO LAST-SUS-NUM.
           MOVE LAST-SUS-NUM        TO SUS-NUM.
           MOVE SUSC-ORIGEN         TO SUS-ORIGEN.
           MOVE SUSC-FECHA          TO SUS-FECHA.
           MOVE SUSC-REFERENCIA     TO SUS-REFERENCIA.
           MOVE SUSC-ORDENANTE      TO SUS-ORDENANTE.
           MOVE SUSC-DESTINO        TO SUS-DESTINO.
           MOVE SUSC-TARJETA-ORIGEN TO SUS-TARJETA-ORIGEN.
           MOVE SUSC-IMPORTE-CENT   TO SUS-IMPORTE-CENT.
           MOVE SUSC-MOTIVO         TO SUS-MOTIVO.
           MOVE "P"                 TO SUS-ESTADO.
           MOVE 0                   TO SUS-TARJETA-APLICADA.
           MOVE 0                   TO SUS-MOV-NUM.
           MOVE 0                   TO SUS-INTERB-NUM.
           MOVE 0                   TO SUS-FECHA-CIERRE.
           MOVE 0                   TO SUS-OPERADOR.

           WRITE SUSPENSO-REG INVALID KEY
               CLOSE F-SUSPENSO
               GOBACK.
           CLOSE F-SUSPENSO.
           MOVE LAST-SUS-NUM TO SUSC-NUM.
           GOBACK.
