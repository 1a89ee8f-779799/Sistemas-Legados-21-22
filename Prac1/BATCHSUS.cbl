       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SUSPENSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NUM
           FILE STATUS IS FSSU.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-ANTIGUEDAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAN.


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

       FD F-INTERBANCARIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbancarias.ubd".
       01 INTERBANCARIA-REG.
           02 INTERB-NUM           PIC  9(35).
           02 INTERB-TARJETA       PIC  9(16).
           02 INTERB-ANO           PIC   9(4).
           02 INTERB-MES           PIC   9(2).
           02 INTERB-DIA           PIC   9(2).
           02 INTERB-HOR           PIC   9(2).
           02 INTERB-MIN           PIC   9(2).
           02 INTERB-SEG           PIC   9(2).
           02 INTERB-IBAN-DESTINO  PIC  X(34).
           02 INTERB-BENEFICIARIO  PIC  X(30).
           02 INTERB-IMPORTE-ENT   PIC  S9(7).
           02 INTERB-IMPORTE-DEC   PIC   9(2).
           02 INTERB-MONEDA        PIC  X(3).
           02 INTERB-ESTADO        PIC  X(1).
           02 INTERB-MOTIVO-DEV    PIC  X(2).
           02 INTERB-EUR-ENT       PIC  S9(7).
           02 INTERB-EUR-DEC       PIC   9(2).
           02 INTERB-TASA-APLICADA PIC  9(9).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-ANTIGUEDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "partidassuspenso.txt".
       01 LINEA-ANTIGUEDAD          PIC  X(132).


       WORKING-STORAGE SECTION.
       77 FSSU                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSAN                     PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-HOY-INT            PIC  9(8).
       77 DIAS-SUSPENSO            PIC  9(5).
       77 TRAMO-TEXTO              PIC  X(8).

       77 TOTAL-REABIERTAS         PIC  9(9) VALUE 0.
       77 TOTAL-PENDIENTES         PIC  9(9) VALUE 0.
       77 TOTAL-PENDIENTE-CENT     PIC 9(13) VALUE 0.
       77 TRAMO1-NUM               PIC  9(9) VALUE 0.
       77 TRAMO1-CENT              PIC 9(13) VALUE 0.
       77 TRAMO2-NUM               PIC  9(9) VALUE 0.
       77 TRAMO2-CENT              PIC 9(13) VALUE 0.
       77 TRAMO3-NUM               PIC  9(9) VALUE 0.
       77 TRAMO3-CENT              PIC 9(13) VALUE 0.
       77 TRAMO4-NUM               PIC  9(9) VALUE 0.
       77 TRAMO4-CENT              PIC 9(13) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Antiguedad de las partidas en suspenso para el cierre de mes:
      * cada partida pendiente con los dias que lleva sin aplicar, y
      * los totales por tramos de 0-30, 31-60, 61-90 y mas de 90 dias
      * contados desde la fecha contable.  Antes, las devoluciones al
      * ordenante que la red ha rechazado vuelven a quedar pendientes.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHSUS - Antiguedad de partidas en suspenso".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).

           OPEN OUTPUT F-ANTIGUEDAD.
           IF FSAN <> 00
               DISPLAY "BATCHSUS: error abriendo "
                   "partidassuspenso.txt, FSAN=" FSAN
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING "UnizarBank - Antiguedad de partidas en suspenso "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           MOVE SPACES TO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.

           OPEN I-O F-SUSPENSO.
           IF FSSU = 35 OR FSSU = 05
               CLOSE F-SUSPENSO
               GO TO FIN-INFORME.
           IF FSSU <> 00
               DISPLAY "BATCHSUS: error abriendo suspenso, FSSU=" FSSU
               CLOSE F-ANTIGUEDAD
               GO TO FIN-ERROR.

           PERFORM REVISAR-DEVUELTAS THRU REVISAR-DEVUELTAS-FIN.

           MOVE "Partidas pendientes" TO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.

           MOVE 0 TO SUS-NUM.
           START F-SUSPENSO KEY IS NOT LESS THAN SUS-NUM
               INVALID KEY GO TO FIN-PENDIENTES.

       LEER-PENDIENTE.
           READ F-SUSPENSO NEXT RECORD AT END
               GO TO FIN-PENDIENTES.
           IF SUS-ESTADO NOT = "P"
               GO TO LEER-PENDIENTE.

           MOVE 0 TO DIAS-SUSPENSO.
           IF SUS-FECHA NOT = 0 AND SUS-FECHA < FECHA-HOY-AAAAMMDD
               COMPUTE DIAS-SUSPENSO = FECHA-HOY-INT
                   - FUNCTION INTEGER-OF-DATE(SUS-FECHA).

           IF DIAS-SUSPENSO <= 30
               MOVE "0-30"   TO TRAMO-TEXTO
               ADD 1 TO TRAMO1-NUM
               ADD SUS-IMPORTE-CENT TO TRAMO1-CENT
           ELSE
           IF DIAS-SUSPENSO <= 60
               MOVE "31-60"  TO TRAMO-TEXTO
               ADD 1 TO TRAMO2-NUM
               ADD SUS-IMPORTE-CENT TO TRAMO2-CENT
           ELSE
           IF DIAS-SUSPENSO <= 90
               MOVE "61-90"  TO TRAMO-TEXTO
               ADD 1 TO TRAMO3-NUM
               ADD SUS-IMPORTE-CENT TO TRAMO3-CENT
           ELSE
               MOVE "+90"    TO TRAMO-TEXTO
               ADD 1 TO TRAMO4-NUM
               ADD SUS-IMPORTE-CENT TO TRAMO4-CENT.

           ADD 1 TO TOTAL-PENDIENTES.
           ADD SUS-IMPORTE-CENT TO TOTAL-PENDIENTE-CENT.

           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING "Partida " SUS-NUM " " SUS-ORIGEN
               " del " SUS-FECHA " dias " DIAS-SUSPENSO
               " tramo " TRAMO-TEXTO " cent. " SUS-IMPORTE-CENT
               " ref. " SUS-REFERENCIA(1:20) " " SUS-MOTIVO
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           GO TO LEER-PENDIENTE.

       FIN-PENDIENTES.
           CLOSE F-SUSPENSO.

       FIN-INFORME.
           MOVE SPACES TO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           MOVE "Totales por antiguedad" TO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.

           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING "  0-30 dias : " TRAMO1-NUM " partidas, cent. "
               TRAMO1-CENT
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING " 31-60 dias : " TRAMO2-NUM " partidas, cent. "
               TRAMO2-CENT
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING " 61-90 dias : " TRAMO3-NUM " partidas, cent. "
               TRAMO3-CENT
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING " mas de 90  : " TRAMO4-NUM " partidas, cent. "
               TRAMO4-CENT
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING " Total      : " TOTAL-PENDIENTES " partidas, cent. "
               TOTAL-PENDIENTE-CENT
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.
           CLOSE F-ANTIGUEDAD.

           DISPLAY "BATCHSUS: partidas pendientes : " TOTAL-PENDIENTES.
           DISPLAY "BATCHSUS: devoluciones reabiertas: "
               TOTAL-REABIERTAS.
           STOP RUN.

      * Una partida devuelta al ordenante por la red sale sin tarjeta
      * de cargo; si la red la rechaza, el dinero vuelve a la entidad
      * y la partida queda otra vez pendiente, con su fecha original.
       REVISAR-DEVUELTAS.
           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00
               CLOSE F-INTERBANCARIAS
               GO TO REVISAR-DEVUELTAS-FIN.

       LEER-DEVUELTA.
           READ F-SUSPENSO NEXT RECORD AT END
               GO TO REVISAR-DEVUELTAS-CIERRE.
           IF SUS-ESTADO NOT = "D" OR SUS-INTERB-NUM = 0
               GO TO LEER-DEVUELTA.

           MOVE SUS-INTERB-NUM TO INTERB-NUM.
           READ F-INTERBANCARIAS INVALID KEY
               GO TO LEER-DEVUELTA.
           IF INTERB-ESTADO NOT = "D" AND NOT = "F"
               GO TO LEER-DEVUELTA.

           MOVE SPACES TO LINEA-ANTIGUEDAD.
           STRING "REABIERTA partida " SUS-NUM " devolucion "
               SUS-INTERB-NUM " rechazada por la red, motivo "
               INTERB-MOTIVO-DEV
               DELIMITED BY SIZE INTO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.

           MOVE "P"  TO SUS-ESTADO.
           MOVE SPACES TO SUS-MOTIVO.
           STRING "DEVOLUCION RECHAZADA RED " INTERB-MOTIVO-DEV
               DELIMITED BY SIZE INTO SUS-MOTIVO.
           MOVE 0    TO SUS-INTERB-NUM.
           MOVE 0    TO SUS-FECHA-CIERRE.
           MOVE 0    TO SUS-OPERADOR.
           REWRITE SUSPENSO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-REABIERTAS.
           GO TO LEER-DEVUELTA.

       REVISAR-DEVUELTAS-CIERRE.
           CLOSE F-INTERBANCARIAS.

           MOVE SPACES TO LINEA-ANTIGUEDAD.
           WRITE LINEA-ANTIGUEDAD.

       REVISAR-DEVUELTAS-FIN.
           EXIT.

      * La fecha contable en curso manda sobre el reloj de pared.
       LEER-FECHA-OPERACION.
           OPEN INPUT F-FECHAOPER.
           IF FSFO <> 00
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE 1 TO FOP-ID.
           READ F-FECHAOPER INVALID KEY
               CLOSE F-FECHAOPER
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE FOP-ANO TO ANO.
           MOVE FOP-MES TO MES.
           MOVE FOP-DIA TO DIA.
           CLOSE F-FECHAOPER.

       LEER-FECHA-OPERACION-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHSUS"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSSU=" FSSU " " "FSB=" FSB " " "FSAN=" FSAN
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
