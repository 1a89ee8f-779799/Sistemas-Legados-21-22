           ALTERNATE RECORD KEY IS ENT-ESP-NUM WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT OPTIONAL F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABO-NUM
           FILE STATUS IS FSAB.

           SELECT OPTIONAL F-ABONOSVENTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVE-MOV-NUM
           FILE STATUS IS FSAV.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           02 ENT-FILA              PIC   9(2).
           02 ENT-ASIENTO           PIC   9(3).

      * Abonos de temporada y pases (BANK75).
       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonos.ubd".
       01 ABONO-REG.
           02 ABO-NUM               PIC   9(4).
           02 ABO-NOMBRE            PIC  X(30).
           02 ABO-TARIFA            PIC   9(1).
           02 ABO-PRECIO-ENT        PIC   9(5).
           02 ABO-PRECIO-DEC        PIC   9(2).
           02 ABO-NUM-ESP           PIC   9(2).
           02 ABO-EVENTO OCCURS 8 TIMES.
               03 ABO-ESP-NUM       PIC   9(4).
               03 ABO-PARTE-CENT    PIC   9(7).
           02 ABO-ESTADO            PIC   X(1).

      * Abonos vendidos en el cajero (BANK7).
       FD F-ABONOSVENTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonosventa.ubd".
       01 ABONOVENTA-REG.
           02 AVE-MOV-NUM           PIC  9(35).
           02 AVE-ABO-NUM           PIC   9(4).
           02 AVE-TARJETA           PIC  9(16).
           02 AVE-FECHA             PIC   9(8).
           02 AVE-TARIFA            PIC   9(1).
           02 AVE-FILA              PIC   9(2).
           02 AVE-ASIENTO           PIC   9(3).
           02 AVE-IMPORTE-CENT      PIC   9(8).
           02 AVE-PLAZOS            PIC   9(2).
           02 AVE-ESTADO            PIC   X(1).

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisoscancelacion.txt".
       77 FSA                      PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSK                       PIC   X(2).
       77 FSAB                     PIC  X(2).
       77 FSAV                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 IDX-TARIFA               PIC  9(1).
       77 I-REF                    PIC  9(9).
       77 IDX-ABO                  PIC  9(2).

       01 COLA-REEMBOLSOS.
           02 REF-ENTRY OCCURS 2000 TIMES INDEXED BY IDX-REF.
               03 REF-MOV-NUM      PIC 9(35).
               03 REF-TARJETA      PIC 9(16).
               03 REF-CENT         PIC S9(9).
               03 REF-ABO-NUM      PIC 9(4).

       77 TOTAL-COLA               PIC  9(9) VALUE 0.
       77 TOTAL-DESBORDADOS        PIC  9(9) VALUE 0.
       77 TOTAL-REEMBOLSOS         PIC  9(9) VALUE 0.
       77 TOTAL-ESPERA-ANULADA     PIC  9(9) VALUE 0.

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).



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
               CLOSE F-AVISOS
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "cancelaciones.txt" TO FICC-FICHERO.
           MOVE "BATCHCANC" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHCANC: cancelaciones.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHCANC: cancelaciones.txt no aceptado en el "
                   "registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHCANC: " FICC-MOTIVO
               CLOSE F-CANCELACIONES
               CLOSE F-AVISOS
               GO TO FIN-ERROR.

       LEER-CANCELACION.
           READ F-CANCELACIONES NEXT RECORD AT END GO TO FIN-LECTURA.
           IF CANCELACION-REG(1:3) = "CAB"
               OR CANCELACION-REG(1:3) = "PIE"
               GO TO LEER-CANCELACION.

           MOVE CAN-ESP-NUM TO ESP-CANCELADO.
           PERFORM CANCELAR-EVENTO THRU CANCELAR-EVENTO-FIN.
           ADD 1 TO TOTAL-EVENTOS.

           PERFORM SELECCIONAR-COMPRAS THRU SELECCIONAR-COMPRAS-FIN.
           PERFORM SELECCIONAR-ABONOS THRU SELECCIONAR-ABONOS-FIN.
           PERFORM REEMBOLSAR-COLA THRU REEMBOLSAR-COLA-FIN.
           PERFORM ANULAR-ENTRADAS-EVENTO
               THRU ANULAR-ENTRADAS-EVENTO-FIN.
           COMPUTE REF-CENT(IDX-REF) =
               (FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
               + MOV-IMPORTE-DEC.
           MOVE 0 TO REF-ABO-NUM(IDX-REF).

           GO TO LEER-COMPRAS.

       SELECCIONAR-COMPRAS-FIN.
           EXIT.

      * Los abonos no se devuelven enteros: cada entrada vigente de
      * un abono para el espectaculo cancelado devuelve al comprador
      * la parte del precio del abono asignada a ese espectaculo.
      * Las demas entradas del abono siguen vigentes.
       SELECCIONAR-ABONOS.
           OPEN INPUT F-ABONOSVENTA.
           IF FSAV <> 00
               CLOSE F-ABONOSVENTA
               GO TO SELECCIONAR-ABONOS-FIN.
           OPEN INPUT F-ABONOS.
           IF FSAB <> 00
               CLOSE F-ABONOS
               CLOSE F-ABONOSVENTA
               GO TO SELECCIONAR-ABONOS-FIN.
           OPEN INPUT F-ENTRADAS.
           IF FSEN <> 00
               CLOSE F-ENTRADAS
               GO TO ABONOS-LEIDOS.

           MOVE ESP-CANCELADO TO ENT-ESP-NUM.
           START F-ENTRADAS KEY IS = ENT-ESP-NUM
               INVALID KEY GO TO ENTRADAS-ABONO-LEIDAS.

       LEER-ENTRADAS-ABONO.
           READ F-ENTRADAS NEXT RECORD AT END
               GO TO ENTRADAS-ABONO-LEIDAS.
           IF ENT-ESP-NUM NOT = ESP-CANCELADO
               GO TO ENTRADAS-ABONO-LEIDAS.
           IF ENT-ESTADO NOT = " "
               GO TO LEER-ENTRADAS-ABONO.

           MOVE ENT-MOV-NUM TO AVE-MOV-NUM.
           READ F-ABONOSVENTA INVALID KEY
               GO TO LEER-ENTRADAS-ABONO.
           MOVE AVE-ABO-NUM TO ABO-NUM.
           READ F-ABONOS INVALID KEY
               GO TO LEER-ENTRADAS-ABONO.

           MOVE 0 TO IDX-ABO.

       BUSCAR-PARTE-ABONO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABO-NUM-ESP
               GO TO LEER-ENTRADAS-ABONO.
           IF ABO-ESP-NUM(IDX-ABO) NOT = ESP-CANCELADO
               GO TO BUSCAR-PARTE-ABONO.

           IF TOTAL-COLA >= 2000
               ADD 1 TO TOTAL-DESBORDADOS
               GO TO LEER-ENTRADAS-ABONO.

           ADD 1 TO TOTAL-COLA.
           SET IDX-REF TO TOTAL-COLA.
           MOVE AVE-MOV-NUM    TO REF-MOV-NUM(IDX-REF).
           MOVE AVE-TARJETA    TO REF-TARJETA(IDX-REF).
           MOVE ABO-PARTE-CENT(IDX-ABO) TO REF-CENT(IDX-REF).
           MOVE AVE-ABO-NUM    TO REF-ABO-NUM(IDX-REF).
           GO TO LEER-ENTRADAS-ABONO.

       ENTRADAS-ABONO-LEIDAS.
           CLOSE F-ENTRADAS.

       ABONOS-LEIDOS.
           CLOSE F-ABONOS.
           CLOSE F-ABONOSVENTA.

       SELECCIONAR-ABONOS-FIN.
           EXIT.

       REEMBOLSAR-COLA.
           MOVE 1 TO I-REF.

           PERFORM ABONAR-REEMBOLSO THRU ABONAR-REEMBOLSO-FIN.

           MOVE SPACES TO LINEA-AVISOS.
           IF REF-ABO-NUM(IDX-REF) = 0
               STRING "Tarjeta " REF-TARJETA(IDX-REF)
                   ": devuelta compra del espectaculo " ESP-CANCELADO
                   " (" REF-CENT(IDX-REF) " cent.)"
                   DELIMITED BY SIZE INTO LINEA-AVISOS
           ELSE
               STRING "Tarjeta " REF-TARJETA(IDX-REF)
                   ": devuelta parte del abono " REF-ABO-NUM(IDX-REF)
                   " del espectaculo " ESP-CANCELADO
                   " (" REF-CENT(IDX-REF) " cent.)"
                   DELIMITED BY SIZE INTO LINEA-AVISOS
           END-IF.
           WRITE LINEA-AVISOS.

           ADD 1 TO TOTAL-REEMBOLSOS.
                                          + MOV-SALDOPOS-DEC
           END-IF.

      * En tarjeta de credito la devolucion repone el credito del
      * ciclo y el saldo queda como estaba, igual que en el cajero.
           MOVE REF-TARJETA(IDX-REF) TO CRE-TARJETA.
           MOVE "C"                  TO CRE-OPERACION.
           MOVE 0                    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "A"               TO CRE-OPERACION
               MOVE REF-CENT(IDX-REF) TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
           ELSE
               ADD REF-CENT(IDX-REF) TO CENT-SALDO-ACTUAL
           END-IF.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM         TO MOV-NUM.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

      * La venta de un abono sigue vigente para sus demas
      * espectaculos y no se marca como devuelta.
           IF REF-ABO-NUM(IDX-REF) = 0
               MOVE REF-MOV-NUM(IDX-REF) TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY GO TO FIN-ERROR
               END-READ
               MOVE "X" TO MOV-ESTADO
               REWRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR
               END-REWRITE
           END-IF.

           CLOSE F-MOVIMIENTOS.

       FIN-LECTURA.
           CLOSE F-CANCELACIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           IF TOTAL-DESBORDADOS NOT = 0
               DISPLAY "BATCHCANC: aviso, " TOTAL-DESBORDADOS
                   " compras no devueltas por exceso de cola".
