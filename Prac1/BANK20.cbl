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


       DATA DIVISION.
       FILE SECTION.
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


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSAS                     PIC  X(2).
       77 FSPL                     PIC  X(2).
       77 FSPA                     PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 ASIENTOS-FILA-INTRO      PIC  9(3).
       77 FILA-GEN                 PIC  9(2).
       77 ASIENTO-GEN              PIC  9(3).
       77 MAXPER-INTRO             PIC  9(3).
       77 RECINTO-INTRO            PIC  9(3).
       77 PLANO-INTRO              PIC  9(2).
       77 PLANO-ENCONTRADO         PIC  9(1).


       01 DATOS-INCIDENCIA.
           05 FILLER BLANK ZERO LINE 18 COL 45
               PIC 9(3) USING ASIENTOS-FILA-INTRO.

       01 PLANO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 21 COL 50
               PIC 9(3) USING RECINTO-INTRO.
           05 FILLER BLANK ZERO LINE 21 COL 54
               PIC 9(2) USING PLANO-INTRO.

       01 MAXPER-ACCEPT.
           05 FILLER BLANK ZERO LINE 20 COL 45
               PIC 9(3) USING MAXPER-INTRO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.
               ELSE
                   GO TO ALTA-EVENTO.

      * Recinto con plano de sala: el mapa de asientos y la
      * capacidad de cada tarifa salen del plano, y las tarifas sin
      * nombre toman el de su zona.
           DISPLAY "Recinto y plano (0 = sin plano):" LINE 21
               COLUMN 15.
           INITIALIZE RECINTO-INTRO.
           INITIALIZE PLANO-INTRO.

           ACCEPT PLANO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-EVENTO.

           INITIALIZE FILAS-INTRO.
           INITIALIZE ASIENTOS-FILA-INTRO.
           IF RECINTO-INTRO = 0
               GO TO ALTA-EVENTO-NUMERACION.

           PERFORM LEER-PLANO THRU LEER-PLANO-FIN.
           IF PLANO-ENCONTRADO = 0
               DISPLAY "Ese recinto no tiene ese plano" LINE 22
                   COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-EVENTO-PLANO-REINTENTO.
           GO TO ALTA-EVENTO-TOPE.

       ALTA-EVENTO-PLANO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ALTA-EVENTO.
           GO TO ALTA-EVENTO.

      * Recinto con numeracion: filas y asientos por fila generan
      * el mapa de asientos; a cero queda como entrada general.
       ALTA-EVENTO-NUMERACION.
           DISPLAY "Numeracion (0 = entrada general)" LINE 16
               COLUMN 15.
           DISPLAY "Filas:" LINE 17 COLUMN 15.
           DISPLAY "Asientos por fila:" LINE 18 COLUMN 15.

           ACCEPT ASIENTOS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
               ELSE
                   GO TO ALTA-EVENTO.

      * Tope de entradas que una misma persona puede tener para el
      * espectaculo sumando todas sus tarjetas; a cero no hay tope.
       ALTA-EVENTO-TOPE.
           DISPLAY "Tope por persona (0 = sin tope):" LINE 19
               COLUMN 15.
           DISPLAY "Entradas:" LINE 20 COLUMN 15.
           INITIALIZE MAXPER-INTRO.

           ACCEPT MAXPER-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-EVENTO.

           IF ESPNUM-INTRO = 0 OR DESCR-INTRO = SPACES
              OR MES-INTRO < 1 OR MES-INTRO > 12
              OR DIA-INTRO < 1 OR DIA-INTRO > 31
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-EVENTO.

           IF RECINTO-INTRO > 0
               PERFORM CAPACIDAD-PLANO THRU CAPACIDAD-PLANO-FIN.

           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00 AND 05
               GO TO PSYS-ERR.
                   TO ESP-TAR-DISP(IDX-TARIFA)
           END-PERFORM.
           MOVE " " TO ESP-ESTADO.
           MOVE MAXPER-INTRO TO ESP-MAX-PERSONA.
           MOVE RECINTO-INTRO TO ESP-RECINTO.
           MOVE PLANO-INTRO   TO ESP-PLANO.

           WRITE ESPECTACULO-REG INVALID KEY
               CLOSE F-ESPECTACULOS
               GO TO EVENTO-YA-EXISTE.
           CLOSE F-ESPECTACULOS.

           IF RECINTO-INTRO > 0
               PERFORM ASIENTOS-PLANO THRU ASIENTOS-PLANO-FIN.
           IF FILAS-INTRO > 0 AND ASIENTOS-FILA-INTRO > 0
               PERFORM GENERAR-ASIENTOS THRU GENERAR-ASIENTOS-FIN.

               MOVE ESP-TAR-CAPACIDAD(IDX-TARIFA)
                   TO TAR-CAPACIDAD-I(IDX-TARIFA)
           END-PERFORM.
           MOVE ESP-MAX-PERSONA TO MAXPER-INTRO.

           DISPLAY "Tarifas (nombre, precio, capacidad):" LINE 12
               COLUMN 15.
                   CLOSE F-ESPECTACULOS
                   GO TO AJUSTAR-EVENTO.

           DISPLAY "Tope por persona (0 = sin tope):" LINE 19
               COLUMN 15.
           DISPLAY "Entradas:" LINE 20 COLUMN 15.

           ACCEPT MAXPER-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-ESPECTACULOS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   CLOSE F-ESPECTACULOS
                   GO TO AJUSTAR-EVENTO.

      * El cupo disponible se corrige en la misma medida en que
      * cambia la capacidad del tramo.
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   END-IF
               END-IF
           END-PERFORM.
           MOVE MAXPER-INTRO TO ESP-MAX-PERSONA.

           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ESPECTACULOS.
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

           MOVE RECINTO-INTRO TO PLN-RECINTO.
           MOVE PLANO-INTRO   TO PLN-PLANO.
           READ F-PLANOS INVALID KEY
               CLOSE F-PLANOS
               GO TO LEER-PLANO-FIN.
           CLOSE F-PLANOS.
           MOVE 1 TO PLANO-ENCONTRADO.

       LEER-PLANO-FIN.
           EXIT.

      * La capacidad de cada tarifa es la de los asientos de su zona
      * que no estan bloqueados en el plano.
       CAPACIDAD-PLANO.
           MOVE 0 TO TAR-CAPACIDAD-I(1).
           MOVE 0 TO TAR-CAPACIDAD-I(2).
           MOVE 0 TO TAR-CAPACIDAD-I(3).
           MOVE 1 TO IDX-TARIFA.

       NOMBRE-ZONA.
           IF TAR-NOMBRE-I(IDX-TARIFA) = SPACES
               MOVE PLN-ZONA-NOMBRE(IDX-TARIFA)
                   TO TAR-NOMBRE-I(IDX-TARIFA).
           ADD 1 TO IDX-TARIFA.
           IF IDX-TARIFA <= 3
               GO TO NOMBRE-ZONA.

           OPEN INPUT F-ASIENTOSPLANO.
           IF FSPA <> 00
               CLOSE F-ASIENTOSPLANO
               GO TO CAPACIDAD-PLANO-FIN.

           MOVE RECINTO-INTRO TO PAS-RECINTO.
           MOVE PLANO-INTRO   TO PAS-PLANO.
           MOVE 0 TO PAS-FILA.
           MOVE 0 TO PAS-ASIENTO.
           START F-ASIENTOSPLANO KEY IS >= PAS-CLAVE
               INVALID KEY
               CLOSE F-ASIENTOSPLANO
               GO TO CAPACIDAD-PLANO-FIN.

       CONTAR-ASIENTO-PLANO.
           READ F-ASIENTOSPLANO NEXT RECORD AT END
               GO TO ASIENTOS-PLANO-CONTADOS.
           IF PAS-RECINTO NOT = RECINTO-INTRO
              OR PAS-PLANO NOT = PLANO-INTRO
               GO TO ASIENTOS-PLANO-CONTADOS.
           IF PAS-BLOQUEO = " " AND PAS-ZONA >= 1 AND PAS-ZONA <= 3
               ADD 1 TO TAR-CAPACIDAD-I(PAS-ZONA).
           GO TO CONTAR-ASIENTO-PLANO.

       ASIENTOS-PLANO-CONTADOS.
           CLOSE F-ASIENTOSPLANO.

       CAPACIDAD-PLANO-FIN.
           EXIT.

      * Mapa de asientos copiado del plano: cada asiento con su zona
      * y los bloqueados del plano ya fuera de la venta.
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
               CLOSE F-ASIENTOSPLANO
               GO TO PSYS-ERR.

           MOVE RECINTO-INTRO TO PAS-RECINTO.
           MOVE PLANO-INTRO   TO PAS-PLANO.
           MOVE 0 TO PAS-FILA.
           MOVE 0 TO PAS-ASIENTO.
           START F-ASIENTOSPLANO KEY IS >= PAS-CLAVE
               INVALID KEY
               GO TO ASIENTOS-PLANO-COPIADOS.

       COPIAR-ASIENTO-PLANO.
           READ F-ASIENTOSPLANO NEXT RECORD AT END
               GO TO ASIENTOS-PLANO-COPIADOS.
           IF PAS-RECINTO NOT = RECINTO-INTRO
              OR PAS-PLANO NOT = PLANO-INTRO
               GO TO ASIENTOS-PLANO-COPIADOS.

           MOVE ESPNUM-INTRO TO ASI-ESP-NUM.
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

       EVENTO-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese espectaculo no existe" LINE 10 COLUMN 25
