       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.


       DATA DIVISION.
       FILE SECTION.
      * Registro de tarjetas retenidas por los cajeros.  CAP-MOTIVO:
      * PIN tercer PIN erroneo o tarjeta ya bloqueada por PIN, CAD
      * caducada, CON congelada sin levantar, ROB robada o perdida,
      * CAN anulada, FAL titular fallecido, OLV tarjeta de otra
      * entidad olvidada en la boca.  CAP-PROPIA S tarjeta nuestra, N
      * de otra entidad.  CAP-ESTADO: T en el terminal, R retirada
      * por el transporte, D devuelta al titular, X destruida, E
      * devuelta a la entidad emisora por la red.
       FD F-CAPTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "capturas.ubd".
       01 CAPTURA-REG.
           02 CAP-NUM               PIC  9(10).
           02 CAP-TARJETA           PIC  9(16).
           02 CAP-TERMINAL          PIC  9(4).
           02 CAP-FECHA             PIC  9(8).
           02 CAP-HORA              PIC  9(6).
           02 CAP-MOTIVO            PIC  X(3).
           02 CAP-PROPIA            PIC  X(1).
           02 CAP-ESTADO            PIC  X(1).
           02 CAP-FECHA-RETIRADA    PIC  9(8).
           02 CAP-OPERADOR-RETIRADA PIC  9(4).
           02 CAP-FECHA-CIERRE      PIC  9(8).
           02 CAP-OPERADOR          PIC  9(4).


       WORKING-STORAGE SECTION.
       77 FSCP                     PIC  X(2).
       77 LAST-CAP-NUM             PIC  9(10).

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

       LINKAGE SECTION.
       01 DATOS-CAPTURA.
           02 CAPC-TARJETA          PIC  9(16).
           02 CAPC-TERMINAL         PIC  9(4).
           02 CAPC-MOTIVO           PIC  X(3).
           02 CAPC-PROPIA           PIC  X(1).


      * Anota la retencion de una tarjeta en el terminal.  La llaman
      * las sesiones de cajero en el momento de tragarse la tarjeta;
      * como BANKERR, nunca debe abortar al llamante.
       PROCEDURE DIVISION USING DATOS-CAPTURA.
       INICIO.
           OPEN I-O F-CAPTURAS.
           IF FSCP = 35
               CLOSE F-CAPTURAS
               OPEN OUTPUT F-CAPTURAS
               CLOSE F-CAPTURAS
               OPEN I-O F-CAPTURAS.
           IF FSCP <> 00 AND 05
               GOBACK.

           MOVE 0 TO LAST-CAP-NUM.

       LEER-CAPTURA-MAX.
           READ F-CAPTURAS NEXT RECORD AT END
               GO TO ESCRIBIR-CAPTURA.
           IF CAP-NUM > LAST-CAP-NUM
               MOVE CAP-NUM TO LAST-CAP-NUM.
           GO TO LEER-CAPTURA-MAX.

      * La retencion lleva el reloj real del terminal: es lo que el
      * transporte y la oficina cotejan con el diario del cajero.
       ESCRIBIR-CAPTURA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           ADD 1 TO LAST-CAP-NUM.
           MOVE LAST-CAP-NUM        TO CAP-NUM.
           MOVE CAPC-TARJETA        TO CAP-TARJETA.
           MOVE CAPC-TERMINAL       TO CAP-TERMINAL.
           MOVE FECHA               TO CAP-FECHA.
           MOVE HORA(1:6)           TO CAP-HORA.
           MOVE CAPC-MOTIVO         TO CAP-MOTIVO.
           MOVE CAPC-PROPIA         TO CAP-PROPIA.
           MOVE "T"                 TO CAP-ESTADO.
           MOVE 0                   TO CAP-FECHA-RETIRADA.
           MOVE 0                   TO CAP-OPERADOR-RETIRADA.
           MOVE 0                   TO CAP-FECHA-CIERRE.
           MOVE 0                   TO CAP-OPERADOR.

           WRITE CAPTURA-REG INVALID KEY CONTINUE.
           CLOSE F-CAPTURAS.
           GOBACK.
