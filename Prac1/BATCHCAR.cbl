


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
               DISPLAY "BATCHCAR: sin fichero de confirmaciones"
               GO TO FIN-LECTURA.

           MOVE "C" TO FICC-MODO.
           MOVE "confirmrecargas.txt" TO FICC-FICHERO.
           MOVE "BATCHCAR" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHCAR: confirmrecargas.txt ya procesado"
               GO TO FIN-CONFIRMACIONES.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHCAR: confirmrecargas.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHCAR: " FICC-MOTIVO
               CLOSE F-CONFIRMACIONES
               GO TO FIN-ERROR.

       LEER-CONFIRMACION.
           READ F-CONFIRMACIONES NEXT RECORD AT END
               GO TO FIN-CONFIRMACIONES.
           IF CONFIRMACION-REG(1:3) = "CAB"
               OR CONFIRMACION-REG(1:3) = "PIE"
               GO TO LEER-CONFIRMACION.

           PERFORM APLICAR-CONFIRMACION
               THRU APLICAR-CONFIRMACION-FIN.
       FIN-CONFIRMACIONES.
           CLOSE F-CONFIRMACIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

       FIN-LECTURA.
           DISPLAY "BATCHCAR: recargas leidas      : " TOTAL-LEIDAS.
           DISPLAY "BATCHCAR: recargas liquidadas  : " TOTAL-ENVIADAS.
