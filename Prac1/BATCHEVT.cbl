           RECORD KEY IS ASI-CLAVE
           FILE STATUS IS FSAS.

           SELECT OPTIONAL F-PLANOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-CLAVE
           FILE STATUS IS FSPL.

           SELECT OPTIONAL F-ASIENTOSPLANO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAS-CLAVE
           FILE STATUS IS FSPA.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.
       FD F-PROMOTOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promotoreventos.txt".
       01 LINEA-PROMOTOR            PIC X(134).

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

       FD F-ASIENTOS
           LABEL RECORD STANDARD
               03 ASI-ASIENTO       PIC   9(3).
           02 ASI-ESTADO            PIC   X(1).
           02 ASI-ENT-NUM           PIC  9(10).
           02 ASI-ZONA              PIC   9(1).

      * Planos de sala de los recintos (BANK74).
       FD F-PLANOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "planosrecinto.ubd".
       01 PLANO-REG.
           02 PLN-CLAVE.
               03 PLN-RECINTO       PIC   9(3).
               03 PLN-PLANO         PIC   9(2).
           02 PLN-NOMBRE            PIC  X(20).
           02 PLN-FILAS             PIC   9(2).
           02 PLN-ASIENTOS-FILA     PIC   9(3).
           02 PLN-ZONA OCCURS 3 TIMES.
               03 PLN-ZONA-NOMBRE       PIC  X(10).
               03 PLN-ZONA-FILA-DESDE   PIC   9(2).
               03 PLN-ZONA-FILA-HASTA   PIC   9(2).

       FD F-ASIENTOSPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asientosplano.ubd".
       01 ASIENTOPLANO-REG.
           02 PAS-CLAVE.
               03 PAS-RECINTO       PIC   9(3).
               03 PAS-PLANO         PIC   9(2).
               03 PAS-FILA          PIC   9(2).
               03 PAS-ASIENTO       PIC   9(3).
           02 PAS-ZONA              PIC   9(1).
           02 PAS-BLOQUEO           PIC   X(1).

       FD F-INFORME
           LABEL RECORD STANDARD
       77 FSAS                     PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSPL                     PIC  X(2).
       77 FSPA                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

      * Formato fijo del fichero del promotor, una linea por evento:
      * fecha AAAAMMDD, hora HHMM, descripcion, tres tarifas con
      * nombre, precio y capacidad, filas y asientos por fila del
      * recinto (a cero: entrada general), tope por persona y, en
      * blanco si no lo hay, recinto y plano de sala; con plano el
      * mapa de asientos y las capacidades salen de el.
       01 LINEA-EVENTO.
           02 LEV-FECHA.
               03 LEV-ANO           PIC  X(4).
               03 LEV-TAR-CAPAC     PIC  X(7).
           02 LEV-FILAS             PIC  X(2).
           02 LEV-ASIENTOS          PIC  X(3).
           02 LEV-MAX-PERSONA       PIC  X(3).
           02 LEV-RECINTO           PIC  X(3).
           02 LEV-PLANO             PIC  X(2).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-EVENTO             PIC  9(8).
       77 ASIENTO-GEN              PIC  9(3).
       77 FILAS-EVENTO             PIC  9(2).
       77 ASIENTOS-EVENTO          PIC  9(3).
       77 RECINTO-EVENTO           PIC  9(3).
       77 PLANO-EVENTO             PIC  9(2).
       77 PLANO-ENCONTRADO         PIC  9(1).

       77 TOTAL-LINEAS             PIC  9(9) VALUE 0.
       77 TOTAL-ACEPTADOS          PIC  9(9) VALUE 0.
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

           PERFORM BUSCAR-ULTIMO-ESP THRU BUSCAR-ULTIMO-ESP-FIN.

           MOVE "C" TO FICC-MODO.
           MOVE "promotoreventos.txt" TO FICC-FICHERO.
           MOVE "BATCHEVT" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHEVT: promotoreventos.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHEVT: promotoreventos.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHEVT: " FICC-MOTIVO
               CLOSE F-PROMOTOR
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-LINEA.
           READ F-PROMOTOR AT END GO TO FIN-LECTURA.
           IF LINEA-PROMOTOR(1:3) = "CAB" OR LINEA-PROMOTOR(1:3) = "PIE"
               GO TO LEER-LINEA.
           ADD 1 TO TOTAL-LINEAS.

           MOVE LINEA-PROMOTOR TO LINEA-EVENTO.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO VALIDAR-LINEA-FIN.

           MOVE 0 TO RECINTO-EVENTO.
           MOVE 0 TO PLANO-EVENTO.
           IF LEV-RECINTO = SPACES AND LEV-PLANO = SPACES
               GO TO VALIDAR-CAPACIDAD.
           IF LEV-RECINTO IS NOT NUMERIC OR LEV-PLANO IS NOT NUMERIC
               MOVE "recinto o plano no numerico" TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-FIN.
           MOVE LEV-RECINTO TO RECINTO-EVENTO.
           MOVE LEV-PLANO   TO PLANO-EVENTO.
           PERFORM LEER-PLANO THRU LEER-PLANO-FIN.
           IF PLANO-ENCONTRADO = 0
               MOVE "plano de sala inexistente" TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-FIN.
           GO TO VALIDAR-NUMERACION.

       VALIDAR-CAPACIDAD.
           IF LEV-TAR-CAPAC(1) = "0000000"
               MOVE "sin capacidad en la primera tarifa"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-FIN.

       VALIDAR-NUMERACION.

           IF LEV-FILAS IS NOT NUMERIC
              OR LEV-ASIENTOS IS NOT NUMERIC
               MOVE "numeracion de recinto no numerica"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-FIN.

      * Tope por persona opcional: en blanco equivale a sin tope.
           IF LEV-MAX-PERSONA NOT = SPACES
              AND LEV-MAX-PERSONA IS NOT NUMERIC
               MOVE "tope por persona no numerico"
                   TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-FIN.

       VALIDAR-LINEA-FIN.
           EXIT.

                   TO ESP-TAR-DISP(IDX-TARIFA)
           END-PERFORM.
           MOVE " " TO ESP-ESTADO.
           MOVE 0 TO ESP-MAX-PERSONA.
           IF LEV-MAX-PERSONA IS NUMERIC
               MOVE LEV-MAX-PERSONA TO ESP-MAX-PERSONA.
           MOVE RECINTO-EVENTO TO ESP-RECINTO.
           MOVE PLANO-EVENTO   TO ESP-PLANO.
           IF RECINTO-EVENTO > 0
               PERFORM CAPACIDAD-PLANO THRU CAPACIDAD-PLANO-FIN.

           WRITE ESPECTACULO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-ESPECTACULOS.

           IF RECINTO-EVENTO > 0
               PERFORM ASIENTOS-PLANO THRU ASIENTOS-PLANO-FIN
               GO TO ALTA-EVENTO-FIN.

           COMPUTE FILAS-EVENTO = FUNCTION NUMVAL(LEV-FILAS).
           COMPUTE ASIENTOS-EVENTO = FUNCTION NUMVAL(LEV-ASIENTOS).
           IF FILAS-EVENTO > 0 AND ASIENTOS-EVENTO > 0
           MOVE ASIENTO-GEN  TO ASI-ASIENTO.
           MOVE " "          TO ASI-ESTADO.
           MOVE 0            TO ASI-ENT-NUM.
           MOVE 0            TO ASI-ZONA.
           WRITE ASIENTO-REG INVALID KEY CONTINUE.

           ADD 1 TO ASIENTO-GEN.
       GENERAR-ASIENTOS-FIN.
           EXIT.

       LEER-PLANO.
           MOVE 0 TO PLANO-ENCONTRADO.

           OPEN INPUT F-PLANOS.
           IF FSPL <> 00
               CLOSE F-PLANOS
               GO TO LEER-PLANO-FIN.

           MOVE RECINTO-EVENTO TO PLN-RECINTO.
           MOVE PLANO-EVENTO   TO PLN-PLANO.
           READ F-PLANOS INVALID KEY
               CLOSE F-PLANOS
               GO TO LEER-PLANO-FIN.
           CLOSE F-PLANOS.
           MOVE 1 TO PLANO-ENCONTRADO.

       LEER-PLANO-FIN.
           EXIT.

      * Como en el alta manual: la capacidad de cada tarifa es la de
      * los asientos libres de su zona en el plano y las tarifas sin
      * nombre toman el de su zona.  El plano sigue en PLANO-REG
      * desde la validacion de la linea.
       CAPACIDAD-PLANO.
           MOVE 1 TO IDX-TARIFA.

       NOMBRE-ZONA.
           IF ESP-TAR-NOMBRE(IDX-TARIFA) = SPACES
               MOVE PLN-ZONA-NOMBRE(IDX-TARIFA)
                   TO ESP-TAR-NOMBRE(IDX-TARIFA).
           MOVE 0 TO ESP-TAR-CAPACIDAD(IDX-TARIFA).
           ADD 1 TO IDX-TARIFA.
           IF IDX-TARIFA <= 3
               GO TO NOMBRE-ZONA.

           OPEN INPUT F-ASIENTOSPLANO.
           IF FSPA <> 00
               CLOSE F-ASIENTOSPLANO
               GO TO CAPACIDAD-PLANO-DISP.

           MOVE RECINTO-EVENTO TO PAS-RECINTO.
           MOVE PLANO-EVENTO   TO PAS-PLANO.
           MOVE 0 TO PAS-FILA.
           MOVE 0 TO PAS-ASIENTO.
           START F-ASIENTOSPLANO KEY IS >= PAS-CLAVE
               INVALID KEY
               GO TO ASIENTOS-PLANO-CONTADOS.

       CONTAR-ASIENTO-PLANO.
           READ F-ASIENTOSPLANO NEXT RECORD AT END
               GO TO ASIENTOS-PLANO-CONTADOS.
           IF PAS-RECINTO NOT = RECINTO-EVENTO
              OR PAS-PLANO NOT = PLANO-EVENTO
               GO TO ASIENTOS-PLANO-CONTADOS.
           IF PAS-BLOQUEO = " " AND PAS-ZONA >= 1 AND PAS-ZONA <= 3
               ADD 1 TO ESP-TAR-CAPACIDAD(PAS-ZONA).
           GO TO CONTAR-ASIENTO-PLANO.

       ASIENTOS-PLANO-CONTADOS.
           CLOSE F-ASIENTOSPLANO.

       CAPACIDAD-PLANO-DISP.
           MOVE ESP-TAR-CAPACIDAD(1) TO ESP-TAR-DISP(1).
           MOVE ESP-TAR-CAPACIDAD(2) TO ESP-TAR-DISP(2).
           MOVE ESP-TAR-CAPACIDAD(3) TO ESP-TAR-DISP(3).

       CAPACIDAD-PLANO-FIN.
           EXIT.

      * Mapa de asientos copiado del plano, con la zona de cada
      * asiento y los bloqueados ya fuera de la venta.
       ASIENTOS-PLANO.
           OPEN INPUT F-ASIENTOSPLANO.
           IF FSPA <> 00
               CLOSE F-ASIENTOSPLANO
               GO TO ASIENTOS-PLANO-FIN.

           OPEN I-O F-ASIENTOS.
           IF FSAS = 35
               CLOSE F-ASIENTOS
               OPEN OUTPUT F-ASIENTOS
               CLOSE F-ASIENTOS
               OPEN I-O F-ASIENTOS.
           IF FSAS <> 00 AND 05
               GO TO FIN-ERROR.

           MOVE RECINTO-EVENTO TO PAS-RECINTO.
           MOVE PLANO-EVENTO   TO PAS-PLANO.
           MOVE 0 TO PAS-FILA.
           MOVE 0 TO PAS-ASIENTO.
           START F-ASIENTOSPLANO KEY IS >= PAS-CLAVE
               INVALID KEY
               GO TO ASIENTOS-PLANO-COPIADOS.

       COPIAR-ASIENTO-PLANO.
           READ F-ASIENTOSPLANO NEXT RECORD AT END
               GO TO ASIENTOS-PLANO-COPIADOS.
           IF PAS-RECINTO NOT = RECINTO-EVENTO
              OR PAS-PLANO NOT = PLANO-EVENTO
               GO TO ASIENTOS-PLANO-COPIADOS.

           MOVE LAST-ESP-NUM TO ASI-ESP-NUM.
           MOVE PAS-FILA     TO ASI-FILA.
           MOVE PAS-ASIENTO  TO ASI-ASIENTO.
           MOVE " "          TO ASI-ESTADO.
           IF PAS-BLOQUEO NOT = " "
               MOVE "B" TO ASI-ESTADO.
           MOVE 0            TO ASI-ENT-NUM.
           MOVE PAS-ZONA     TO ASI-ZONA.
           WRITE ASIENTO-REG INVALID KEY CONTINUE.
           GO TO COPIAR-ASIENTO-PLANO.

       ASIENTOS-PLANO-COPIADOS.
           CLOSE F-ASIENTOS.
           CLOSE F-ASIENTOSPLANO.

       ASIENTOS-PLANO-FIN.
           EXIT.

      * El siguiente numero de espectaculo parte del mayor en uso.
       BUSCAR-ULTIMO-ESP.
           MOVE 0 TO LAST-ESP-NUM.
       FIN-LECTURA.
           CLOSE F-PROMOTOR.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Lineas: " TOTAL-LINEAS " aceptadas: "
               TOTAL-ACEPTADOS " rechazadas: " TOTAL-RECHAZADOS
