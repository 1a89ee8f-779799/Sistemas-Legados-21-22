


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
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "chequesimpagados.txt" TO FICC-FICHERO.
           MOVE "BATCHDVC" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHDVC: chequesimpagados.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHDVC: chequesimpagados.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHDVC: " FICC-MOTIVO
               CLOSE F-IMPAGADOS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-IMPAGADO.
           READ F-IMPAGADOS NEXT RECORD AT END GO TO FIN-LECTURA.
           IF IMPAGADO-REG(1:3) = "CAB" OR IMPAGADO-REG(1:3) = "PIE"
               GO TO LEER-IMPAGADO.
           ADD 1 TO TOTAL-LEIDOS.

           PERFORM PROCESAR-IMPAGADO THRU PROCESAR-IMPAGADO-FIN.
       FIN-LECTURA.
           CLOSE F-IMPAGADOS.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cheques devueltos    : " TOTAL-DEVUELTOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
