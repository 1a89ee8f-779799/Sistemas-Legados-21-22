       77 TOTAL-IMPORTADOS         PIC  9(9) VALUE 0.
       77 TOTAL-RECHAZADOS         PIC  9(9) VALUE 0.

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
                   ".txt, FSDI=" FSDI
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "aliasdirectorio.txt" TO FICC-FICHERO.
           MOVE "BATCHALX" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHALX: aliasdirectorio.txt ya procesado"
               GO TO FIN-IMPORT.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHALX: aliasdirectorio.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHALX: " FICC-MOTIVO
               CLOSE F-DIRECTORIO
               GO TO FIN-ERROR.

       LEER-DIRECTORIO.
           READ F-DIRECTORIO AT END GO TO FIN-IMPORT.
           IF LINEA-DIRECTORIO(1:3) = "CAB"
               OR LINEA-DIRECTORIO(1:3) = "PIE"
               GO TO LEER-DIRECTORIO.

           IF DIR-TELEFONO IS NOT NUMERIC
               ADD 1 TO TOTAL-RECHAZADOS
       FIN-IMPORT.
           CLOSE F-DIRECTORIO.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

       FIN-LECTURA.
           DISPLAY "BATCHALX: alias exportados : " TOTAL-EXPORTADOS.
           DISPLAY "BATCHALX: alias importados : " TOTAL-IMPORTADOS.
