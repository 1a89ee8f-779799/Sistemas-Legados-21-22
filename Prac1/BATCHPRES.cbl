


       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).

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
           MOVE "presentaciones.txt" TO FICC-FICHERO.
           MOVE "BATCHPRES" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHPRES: presentaciones.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHPRES: presentaciones.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHPRES: " FICC-MOTIVO
               CLOSE F-PRESENTACIONES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-PRESENTACION.
           READ F-PRESENTACIONES NEXT RECORD AT END GO TO FIN-LECTURA.
           IF PRESENTACION-REG(1:3) = "CAB"
               OR PRESENTACION-REG(1:3) = "PIE"
               GO TO LEER-PRESENTACION.
           ADD 1 TO TOTAL-LEIDAS.

           PERFORM VALIDAR-PRESENTACION
               MOVE "importe a cero" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PRESENTACION.

           MOVE PRE-EMISOR TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               MOVE "acreedor desconocido" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PRESENTACION.
           IF ACRC-RESULTADO NOT = "O"
               MOVE "acreedor de baja" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PRESENTACION.

           MOVE PRE-VTO(5:2) TO VTO-MES.
           MOVE PRE-VTO(7:2) TO VTO-DIA.
           IF PRE-VTO = 0 OR VTO-MES < 1 OR VTO-MES > 12
       FIN-LECTURA.
           CLOSE F-PRESENTACIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Resumen por emisor (aceptados/rechazados):"
               DELIMITED BY SIZE INTO LINEA-INFORME.
