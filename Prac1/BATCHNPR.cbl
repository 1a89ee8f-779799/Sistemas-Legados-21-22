       77 TOTAL-PENDIENTES         PIC  9(9) VALUE 0.
       77 TOTAL-RECHAZADOS         PIC  9(9) VALUE 0.

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
               CLOSE F-RECHAZOS
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "presentacionesred.txt" TO FICC-FICHERO.
           MOVE "BATCHNPR" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHNPR: presentacionesred.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHNPR: presentacionesred.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHNPR: " FICC-MOTIVO
               CLOSE F-PRESENTACIONES
               CLOSE F-RECHAZOS
               GO TO FIN-ERROR.

       LEER-PRESENTACION.
           READ F-PRESENTACIONES AT END GO TO FIN-LECTURA.
           IF LINEA-PRESENTACION(1:3) = "CAB"
               OR LINEA-PRESENTACION(1:3) = "PIE"
               GO TO LEER-PRESENTACION.
           ADD 1 TO TOTAL-LINEAS.

           PERFORM PROCESAR-PRESENTACION
               MOVE "FORMATO NO VALIDO" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PRESENTACION.

      * El emisor de la presentacion es el codigo del acreedor en
      * el maestro de acreedores.
           MOVE PRE-EMISOR TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               MOVE "ACREEDOR DESCONOCIDO" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PRESENTACION.
           IF ACRC-RESULTADO NOT = "O"
               MOVE "ACREEDOR DE BAJA" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-PRESENTACION.

           MOVE PRE-TARJETA TO TARJETA-PRES.
           COMPUTE IMPORTE-PRES-CENT =
               FUNCTION NUMVAL(PRE-IMPORTE-ENT) * 100
           MOVE FUNCTION MOD(IMPORTE-PRES-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Pago de recibo " ACRC-NOMBRE(1:20)
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
       FIN-LECTURA.
           CLOSE F-PRESENTACIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           MOVE SPACES TO LINEA-RECHAZO.
           STRING "Lineas: " TOTAL-LINEAS " cargadas: "
               TOTAL-CARGADOS " pendientes: " TOTAL-PENDIENTES
