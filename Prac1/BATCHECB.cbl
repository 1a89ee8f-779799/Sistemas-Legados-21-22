


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
                   FSE
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "tasasbce.txt" TO FICC-FICHERO.
           MOVE "BATCHECB" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHECB: tasasbce.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHECB: tasasbce.txt no aceptado en el "
                   "registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHECB: " FICC-MOTIVO
               CLOSE F-TASASBCE
               GO TO FIN-ERROR.

       LEER-TASA-BCE.
           READ F-TASASBCE NEXT RECORD AT END GO TO FIN-LECTURA.
           IF TASABCE-REG(1:3) = "CAB" OR TASABCE-REG(1:3) = "PIE"
               GO TO LEER-TASA-BCE.
           ADD 1 TO TOTAL-LEIDAS.

           PERFORM PROCESAR-TASA THRU PROCESAR-TASA-FIN.
       FIN-LECTURA.
           CLOSE F-TASASBCE.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           DISPLAY "BATCHECB: tasas leidas    : " TOTAL-LEIDAS.
           DISPLAY "BATCHECB: tasas aplicadas : " TOTAL-APLICADAS.
           DISPLAY "BATCHECB: tasas rechazadas: " TOTAL-RECHAZADAS.
