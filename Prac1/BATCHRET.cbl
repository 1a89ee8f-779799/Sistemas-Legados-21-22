           FILE STATUS IS FSSA.


           SELECT OPTIONAL F-PARTIDASNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNO-CLAVE
           FILE STATUS IS FSPN.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       01 DEVOLUCION-REG.
           02 DEV-INTERB-NUM       PIC  9(35).
           02 DEV-MOTIVO           PIC   X(2).
           02 DEV-IMPORTE-ENT      PIC   9(7).
           02 DEV-IMPORTE-DEC      PIC   9(2).

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

       FD F-INTERBANCARIAS
           LABEL RECORD STANDARD
       77 FSB                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSK                       PIC   X(2).
       77 FSPN                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 CENT-IMPORTE-DEV         PIC S9(9).
       77 CENT-IMPORTE-RED         PIC  9(11).

       77 TOTAL-LEIDAS             PIC  9(9) VALUE 0.
       77 TOTAL-DEVUELTAS          PIC  9(9) VALUE 0.
       77 TOTAL-RECHAZADAS         PIC  9(9) VALUE 0.
       77 TOTAL-SUSPENSO           PIC  9(9) VALUE 0.
       77 INTERB-ENCONTRADA        PIC  X(1).
       77 MOTIVO-SUSPENSO          PIC X(30).



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
           DISPLAY "BATCHRET - Devoluciones de transferencias ".
                   ", FSD=" FSD
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "devolucionesred.txt" TO FICC-FICHERO.
           MOVE "BATCHRET" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHRET: devolucionesred.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHRET: devolucionesred.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHRET: " FICC-MOTIVO
               CLOSE F-DEVOLUCIONES
               GO TO FIN-ERROR.

       LEER-DEVOLUCION.
           READ F-DEVOLUCIONES NEXT RECORD AT END GO TO FIN-LECTURA.
           IF DEVOLUCION-REG(1:3) = "CAB" OR DEVOLUCION-REG(1:3) = "PIE"
               GO TO LEER-DEVOLUCION.
           ADD 1 TO TOTAL-LEIDAS.

           PERFORM PROCESAR-DEVOLUCION THRU PROCESAR-DEVOLUCION-FIN.
           PERFORM ANOTAR-PARTIDA-NOSTRO
               THRU ANOTAR-PARTIDA-NOSTRO-FIN.

           GO TO LEER-DEVOLUCION.


           MOVE DEV-INTERB-NUM TO INTERB-NUM.
           READ F-INTERBANCARIAS INVALID KEY
               CLOSE F-INTERBANCARIAS
               MOVE "N" TO INTERB-ENCONTRADA
               MOVE "ORDEN DEVUELTA INEXISTENTE" TO MOTIVO-SUSPENSO
               PERFORM APARCAR-SUSPENSO THRU APARCAR-SUSPENSO-FIN
               GO TO PROCESAR-DEVOLUCION-FIN.

           IF INTERB-ESTADO NOT = "E"
               CLOSE F-INTERBANCARIAS
               MOVE "S" TO INTERB-ENCONTRADA
               MOVE SPACES TO MOTIVO-SUSPENSO
               STRING "ORDEN DEVUELTA EN ESTADO " INTERB-ESTADO
                   DELIMITED BY SIZE INTO MOTIVO-SUSPENSO
               PERFORM APARCAR-SUSPENSO THRU APARCAR-SUSPENSO-FIN
               GO TO PROCESAR-DEVOLUCION-FIN.

           MOVE "D"        TO INTERB-ESTADO.

           CLOSE F-INTERBANCARIAS.

      * Las liquidaciones a acreedores no salen de ninguna tarjeta:
      * BATCHLQA devuelve el importe a lo pendiente del acreedor.
      * Tampoco las devoluciones de partidas en suspenso, que BATCHSUS
      * vuelve a dejar pendientes.
           IF TARJETA-DEV = 0
               ADD 1 TO TOTAL-DEVUELTAS
               GO TO PROCESAR-DEVOLUCION-FIN.

           PERFORM ABONAR-DEVOLUCION THRU ABONAR-DEVOLUCION-FIN.

           ADD 1 TO TOTAL-DEVUELTAS.
       PROCESAR-DEVOLUCION-FIN.
           EXIT.

      * Toda devolucion que llega de la red ya ha entrado en nuestra
      * cuenta del corresponsal, se reabone o vaya a suspenso, por el
      * importe que informa la red o, si no lo trae, el que se ha
      * tomado para el reabono.  Si la partida ya estaba anotada
      * (fichero recargado) se deja como estaba.
       ANOTAR-PARTIDA-NOSTRO.
           MOVE 0 TO CENT-IMPORTE-RED.
           IF CENT-IMPORTE-DEV > 0
               MOVE CENT-IMPORTE-DEV TO CENT-IMPORTE-RED.
           IF DEV-IMPORTE-ENT IS NUMERIC AND DEV-IMPORTE-DEC IS NUMERIC
               IF DEV-IMPORTE-ENT > 0 OR DEV-IMPORTE-DEC > 0
                   COMPUTE CENT-IMPORTE-RED = (DEV-IMPORTE-ENT * 100)
                       + DEV-IMPORTE-DEC
               END-IF
           END-IF.

           OPEN I-O F-PARTIDASNOS.
           IF FSPN = 35
               CLOSE F-PARTIDASNOS
               OPEN OUTPUT F-PARTIDASNOS
               CLOSE F-PARTIDASNOS
               OPEN I-O F-PARTIDASNOS.
           IF FSPN <> 00 AND 05
               DISPLAY "BATCHRET: error abriendo partidasnostro.ubd, "
                   "FSPN=" FSPN
               GO TO ANOTAR-PARTIDA-NOSTRO-FIN.

           MOVE "DEV"               TO PNO-TIPO.
           MOVE DEV-INTERB-NUM      TO PNO-REFERENCIA.
           MOVE "C"                 TO PNO-SIGNO.
           MOVE CENT-IMPORTE-RED    TO PNO-IMPORTE-CENT.
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

      * Una devolucion que no casa con ninguna orden enviada trae
      * dinero que no se sabe a quien abonar: se aparca en suspenso.
      * El importe es el que informa la red; si no lo trae, el de la
      * orden original cuando existe.
       APARCAR-SUSPENSO.
           MOVE 0 TO CENT-IMPORTE-DEV.
           IF DEV-IMPORTE-ENT IS NUMERIC AND DEV-IMPORTE-DEC IS NUMERIC
               COMPUTE CENT-IMPORTE-DEV = (DEV-IMPORTE-ENT * 100)
                                         + DEV-IMPORTE-DEC.

           MOVE SPACES TO SUSC-ORDENANTE.
           MOVE SPACES TO SUSC-DESTINO.
           IF INTERB-ENCONTRADA = "S"
               MOVE INTERB-BENEFICIARIO TO SUSC-ORDENANTE
               MOVE INTERB-TARJETA      TO SUSC-DESTINO
               IF CENT-IMPORTE-DEV = 0
                   IF INTERB-EUR-ENT = 0 AND INTERB-EUR-DEC = 0
                       COMPUTE CENT-IMPORTE-DEV =
                           (INTERB-IMPORTE-ENT * 100)
                           + INTERB-IMPORTE-DEC
                   ELSE
                       COMPUTE CENT-IMPORTE-DEV =
                           (INTERB-EUR-ENT * 100) + INTERB-EUR-DEC
                   END-IF
               END-IF
           END-IF.

           MOVE "RET"             TO SUSC-ORIGEN.
           MOVE FECHA             TO SUSC-FECHA.
           MOVE DEV-INTERB-NUM    TO SUSC-REFERENCIA.
           MOVE 0                 TO SUSC-TARJETA-ORIGEN.
           MOVE CENT-IMPORTE-DEV  TO SUSC-IMPORTE-CENT.
           MOVE MOTIVO-SUSPENSO   TO SUSC-MOTIVO.
           CALL "BANKSUS" USING DATOS-SUSPENSO.

           IF SUSC-NUM = 0
               DISPLAY "BATCHRET: INTERB " DEV-INTERB-NUM
                   " " MOTIVO-SUSPENSO ", se rechaza devolucion"
               ADD 1 TO TOTAL-RECHAZADAS
               GO TO APARCAR-SUSPENSO-FIN.

           DISPLAY "BATCHRET: INTERB " DEV-INTERB-NUM
               " " MOTIVO-SUSPENSO ", a suspenso " SUSC-NUM.
           ADD 1 TO TOTAL-SUSPENSO.

       APARCAR-SUSPENSO-FIN.
           EXIT.

       ABONAR-DEVOLUCION.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
       FIN-LECTURA.
           CLOSE F-DEVOLUCIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           DISPLAY "BATCHRET: devoluciones leidas    : " TOTAL-LEIDAS.
           DISPLAY "BATCHRET: devoluciones aplicadas : "
               TOTAL-DEVUELTAS.
           DISPLAY "BATCHRET: devoluciones rechazadas: "
               TOTAL-RECHAZADAS.
           DISPLAY "BATCHRET: devoluciones a suspenso: "
               TOTAL-SUSPENSO.
           STOP RUN.

       ASEGURAR-CONTADOR-MOV.
