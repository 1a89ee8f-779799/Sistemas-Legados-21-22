       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-RETENIDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRT.


       DATA DIVISION.
       FILE SECTION.
      * Registro de tarjetas retenidas por los cajeros.  CAP-MOTIVO:
      * PIN, CAD caducada, CON congelada, ROB robada o perdida, CAN
      * anulada, FAL titular fallecido, OLV olvidada (otra entidad).
      * CAP-ESTADO: T en el terminal, R retirada por el transporte,
      * D devuelta al titular, X destruida, E devuelta a la emisora.
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

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-RETENIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetasretenidas.txt".
       01 LINEA-RETENIDA            PIC  X(132).


       WORKING-STORAGE SECTION.
       77 FSCP                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSRT                     PIC  X(2).

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

       77 TOTAL-EN-CAJERO          PIC  9(9) VALUE 0.
       77 TOTAL-AJENAS             PIC  9(9) VALUE 0.
       77 SITUACION-TEXTO          PIC X(12).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Parte diario de tarjetas retenidas: las que siguen dentro de
      * los cajeros a la espera del transporte, y las de otras
      * entidades que la oficina aun no ha remitido por la red a su
      * emisor (esten todavia en el cajero o ya en la oficina).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHCAP - Tarjetas retenidas pendientes".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.

           OPEN OUTPUT F-RETENIDAS.
           IF FSRT <> 00
               DISPLAY "BATCHCAP: error abriendo "
                   "tarjetasretenidas.txt, FSRT=" FSRT
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-RETENIDA.
           STRING "UnizarBank - Tarjetas retenidas pendientes "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.

           MOVE SPACES TO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.
           MOVE "Tarjetas dentro de los cajeros" TO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.

           OPEN INPUT F-CAPTURAS.
           IF FSCP = 35 OR FSCP = 05
               CLOSE F-CAPTURAS
               GO TO FIN-INFORME.
           IF FSCP <> 00
               DISPLAY "BATCHCAP: error abriendo capturas, FSCP=" FSCP
               CLOSE F-RETENIDAS
               GO TO FIN-ERROR.

       LEER-EN-CAJERO.
           READ F-CAPTURAS NEXT RECORD AT END
               GO TO FIN-EN-CAJERO.
           IF CAP-ESTADO NOT = "T"
               GO TO LEER-EN-CAJERO.

           MOVE SPACES TO LINEA-RETENIDA.
           STRING "Terminal " CAP-TERMINAL " tarjeta " CAP-TARJETA
               " retenida " CAP-FECHA " " CAP-HORA
               " motivo " CAP-MOTIVO " entidad " CAP-PROPIA
               DELIMITED BY SIZE INTO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.
           ADD 1 TO TOTAL-EN-CAJERO.
           GO TO LEER-EN-CAJERO.

       FIN-EN-CAJERO.
           CLOSE F-CAPTURAS.

           MOVE SPACES TO LINEA-RETENIDA.
           STRING "Tarjetas en cajeros: " TOTAL-EN-CAJERO
               DELIMITED BY SIZE INTO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.

           MOVE SPACES TO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.
           MOVE "Tarjetas de otras entidades a remitir por la red"
               TO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.

           OPEN INPUT F-CAPTURAS.
           IF FSCP <> 00
               DISPLAY "BATCHCAP: error abriendo capturas, FSCP=" FSCP
               CLOSE F-RETENIDAS
               GO TO FIN-ERROR.

       LEER-AJENAS.
           READ F-CAPTURAS NEXT RECORD AT END
               GO TO FIN-AJENAS.
           IF CAP-PROPIA NOT = "N"
               GO TO LEER-AJENAS.
           IF CAP-ESTADO NOT = "T" AND NOT = "R"
               GO TO LEER-AJENAS.

           IF CAP-ESTADO = "T"
               MOVE "en cajero" TO SITUACION-TEXTO
           ELSE
               MOVE "en oficina" TO SITUACION-TEXTO.

           MOVE SPACES TO LINEA-RETENIDA.
           STRING "Tarjeta " CAP-TARJETA " terminal " CAP-TERMINAL
               " retenida " CAP-FECHA " " SITUACION-TEXTO
               DELIMITED BY SIZE INTO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.
           ADD 1 TO TOTAL-AJENAS.
           GO TO LEER-AJENAS.

       FIN-AJENAS.
           CLOSE F-CAPTURAS.

       FIN-INFORME.
           MOVE SPACES TO LINEA-RETENIDA.
           STRING "Tarjetas de otras entidades: " TOTAL-AJENAS
               DELIMITED BY SIZE INTO LINEA-RETENIDA.
           WRITE LINEA-RETENIDA.
           CLOSE F-RETENIDAS.

           DISPLAY "BATCHCAP: tarjetas en cajeros       : "
               TOTAL-EN-CAJERO.
           DISPLAY "BATCHCAP: tarjetas de otras entidades: "
               TOTAL-AJENAS.
           STOP RUN.

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
           MOVE "BATCHCAP"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCP=" FSCP " " "FSRT=" FSRT
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
