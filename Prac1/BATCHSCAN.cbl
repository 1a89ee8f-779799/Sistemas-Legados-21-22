               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

       FD F-EXCEPCIONES
           LABEL RECORD STANDARD
               03 ASIS-USADAS       PIC  9(7).
               03 ASIS-NOSHOW       PIC S9(7).

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
           02 INC-AVISO-PARRAFO    PIC  X(20).
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "escaneos.txt" TO FICC-FICHERO.
           MOVE "BATCHSCAN" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHSCAN: escaneos.txt ya procesado"
               GO TO FIN-ESCANEOS.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHSCAN: escaneos.txt no aceptado en el "
                   "registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHSCAN: " FICC-MOTIVO
               CLOSE F-ESCANEOS
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

       LEER-ESCANEO.
           READ F-ESCANEOS AT END GO TO FIN-ESCANEOS.
           IF LINEA-ESCANEO(1:3) = "CAB" OR LINEA-ESCANEO(1:3) = "PIE"
               GO TO LEER-ESCANEO.
           ADD 1 TO TOTAL-ESCANEOS.

      * Cada linea del recinto lleva el numero de entrada en las
           CLOSE F-ESCANEOS.
           CLOSE F-EXCEPCIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

      * Informe de asistencia: vendidas, escaneadas y ausencias por
      * espectaculo y tarifa, para la liquidacion con el promotor.
       INFORME-ASISTENCIA.
