           FILE STATUS IS FSSA.


           SELECT OPTIONAL F-PARTIDASNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNO-CLAVE
           FILE STATUS IS FSPN.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 ABO-ORDENANTE        PIC  X(30).
           02 ABO-REFERENCIA       PIC  X(20).

      * Partidas que mueven nuestra cuenta en el corresponsal, para
      * que BATCHNOS las concilie con su extracto.
       FD F-PARTIDASNOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "partidasnostro.ubd".
       01 PARTIDANOS-REG.
           02 PNO-CLAVE.
               03 PNO-TIPO          PIC  X(3).
               03 PNO-REFERENCIA    PIC X(35).
           02 PNO-SIGNO             PIC  X(1).
           02 PNO-IMPORTE-CENT      PIC  9(13).
           02 PNO-FECHA             PIC  9(8).
           02 PNO-ESTADO            PIC  X(1).
           02 PNO-EN-SALDO          PIC  X(1).
           02 PNO-FECHA-CASE        PIC  9(8).
           02 PNO-APUNTE            PIC  9(14).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSK                       PIC   X(2).
       77 FSPN                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TOTAL-LEIDOS             PIC  9(9) VALUE 0.
       77 TOTAL-ABONADOS           PIC  9(9) VALUE 0.
       77 TOTAL-RECHAZADOS         PIC  9(9) VALUE 0.
       77 TOTAL-SUSPENSO           PIC  9(9) VALUE 0.



       01 DATOS-FICHERO.
           02 FICC-MODO             PIC  X(1).
           02 FICC-FICHERO          PIC X(30).
           02 FICC-PROGRAMA         PIC X(10).
           02 FICC-ESTADO           PIC  X(1).
           02 FICC-ORIGEN           PIC  X(8).
           02 FICC-FECHA            PIC  9(8).
           02 FICC-SECUENCIA        PIC  9(6).
           02 FICC-REGISTROS        PIC  9(9).
           02 FICC-MOTIVO           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

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

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHICR - Abono de transferencias recibidas".
                   FSA
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "abonosred.txt" TO FICC-FICHERO.
           MOVE "BATCHICR" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHICR: abonosred.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHICR: abonosred.txt no aceptado en el "
                   "registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHICR: " FICC-MOTIVO
               CLOSE F-ABONOS
               GO TO FIN-ERROR.

       LEER-ABONO.
           READ F-ABONOS NEXT RECORD AT END GO TO FIN-LECTURA.
           IF ABONO-REG(1:3) = "CAB" OR ABONO-REG(1:3) = "PIE"
               GO TO LEER-ABONO.
           ADD 1 TO TOTAL-LEIDOS.

           PERFORM PROCESAR-ABONO THRU PROCESAR-ABONO-FIN.
               ADD 1 TO TOTAL-RECHAZADOS
               GO TO PROCESAR-ABONO-FIN.

           PERFORM ANOTAR-PARTIDA-NOSTRO
               THRU ANOTAR-PARTIDA-NOSTRO-FIN.

           PERFORM BUSCAR-TARJETA-CUENTA
               THRU BUSCAR-TARJETA-CUENTA-FIN.

           IF TARJETA-ABONO = 0
               PERFORM APARCAR-SUSPENSO THRU APARCAR-SUSPENSO-FIN
               GO TO PROCESAR-ABONO-FIN.

           PERFORM ABONAR-MOVIMIENTO THRU ABONAR-MOVIMIENTO-FIN.
       BUSCAR-TARJETA-CUENTA-FIN.
           EXIT.

      * El dinero ya esta en casa aunque la cuenta no se reconozca:
      * se aparca en suspenso para que la oficina lo aplique o lo
      * devuelva al ordenante.
       APARCAR-SUSPENSO.
           MOVE "ICR"              TO SUSC-ORIGEN.
           MOVE FECHA              TO SUSC-FECHA.
           MOVE ABO-REFERENCIA     TO SUSC-REFERENCIA.
           MOVE ABO-ORDENANTE      TO SUSC-ORDENANTE.
           MOVE ABO-CTA-ID         TO SUSC-DESTINO.
           MOVE 0                  TO SUSC-TARJETA-ORIGEN.
           MOVE CENT-IMPORTE-ABONO TO SUSC-IMPORTE-CENT.
           MOVE "CUENTA SIN TARJETA" TO SUSC-MOTIVO.
           CALL "BANKSUS" USING DATOS-SUSPENSO.

           IF SUSC-NUM = 0
               DISPLAY "BATCHICR: cuenta " ABO-CTA-ID
                   " sin tarjeta, se rechaza abono " ABO-REFERENCIA
               ADD 1 TO TOTAL-RECHAZADOS
               GO TO APARCAR-SUSPENSO-FIN.

           DISPLAY "BATCHICR: cuenta " ABO-CTA-ID
               " sin tarjeta, abono " ABO-REFERENCIA
               " a suspenso " SUSC-NUM.
           ADD 1 TO TOTAL-SUSPENSO.

       APARCAR-SUSPENSO-FIN.
           EXIT.

      * Todo lo que llega de la red ya ha entrado en nuestra cuenta
      * del corresponsal, se abone o no al cliente.  Si la partida ya
      * estaba anotada (fichero recargado) se deja como estaba.
       ANOTAR-PARTIDA-NOSTRO.
           OPEN I-O F-PARTIDASNOS.
           IF FSPN = 35
               CLOSE F-PARTIDASNOS
               OPEN OUTPUT F-PARTIDASNOS
               CLOSE F-PARTIDASNOS
               OPEN I-O F-PARTIDASNOS.
           IF FSPN <> 00 AND 05
               DISPLAY "BATCHICR: error abriendo partidasnostro.ubd, "
                   "FSPN=" FSPN
               GO TO ANOTAR-PARTIDA-NOSTRO-FIN.

           MOVE "ABO"               TO PNO-TIPO.
           MOVE ABO-REFERENCIA      TO PNO-REFERENCIA.
           MOVE "C"                 TO PNO-SIGNO.
           MOVE CENT-IMPORTE-ABONO  TO PNO-IMPORTE-CENT.
           COMPUTE PNO-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE "A"                 TO PNO-ESTADO.
           MOVE "N"                 TO PNO-EN-SALDO.
           MOVE 0                   TO PNO-FECHA-CASE.
           MOVE 0                   TO PNO-APUNTE.
           WRITE PARTIDANOS-REG INVALID KEY
               CONTINUE.
           CLOSE F-PARTIDASNOS.

       ANOTAR-PARTIDA-NOSTRO-FIN.
           EXIT.

       ABONAR-MOVIMIENTO.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
       FIN-LECTURA.
           CLOSE F-ABONOS.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           DISPLAY "BATCHICR: abonos leidos     : " TOTAL-LEIDOS.
           DISPLAY "BATCHICR: abonos aplicados  : " TOTAL-ABONADOS.
           DISPLAY "BATCHICR: abonos rechazados : " TOTAL-RECHAZADOS.
           DISPLAY "BATCHICR: abonos a suspenso : " TOTAL-SUSPENSO.
           STOP RUN.

       ASEGURAR-CONTADOR-MOV.
