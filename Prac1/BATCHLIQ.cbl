           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

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

           SELECT F-LIQUIDACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSL.
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

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

       FD F-LIQUIDACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidacionpromotores.txt".
       77 FSE                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSAB                     PIC  X(2).
       77 FSAV                     PIC  X(2).

      * Comision de la entidad sobre las ventas netas, en porcentaje.
       78 COMISION-PCT             VALUE 10.
       77 IDX-TARIFA               PIC  9(1).

       77 CANCELADO-CENT           PIC S9(13).
       77 ABONOS-NUM-ENTRADAS      PIC  9(7).
       77 ABONOS-VENTAS-CENT       PIC S9(13).
       77 IDX-ABO                  PIC  9(2).
       77 VENTAS-EVENTO-CENT       PIC S9(13).
       77 NETO-EVENTO-CENT         PIC S9(13).
       77 COMISION-CENT            PIC S9(13).
           CLOSE F-MOVIMIENTOS.

       LIQUIDAR-EVENTO-ESCRIBIR.
           PERFORM SUMAR-ABONOS-EVENTO THRU SUMAR-ABONOS-EVENTO-FIN.
           MOVE ABONOS-VENTAS-CENT TO VENTAS-EVENTO-CENT.
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > 3
               ADD LIQ-VENTAS-CENT(IDX-TARIFA)
               WRITE LINEA-LIQUIDACION
           END-PERFORM.

           IF ABONOS-NUM-ENTRADAS > 0
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "  Abonos  entradas " ABONOS-NUM-ENTRADAS
                   " ventas " ABONOS-VENTAS-CENT " cent."
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           END-IF.

           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "  Cancelaciones " CANCELADO-CENT
               " cent. Comision " COMISION-CENT
       LIQUIDAR-EVENTO-FIN.
           EXIT.

      * Los abonos se cobran en un solo movimiento; a cada
      * espectaculo se le imputa la parte del precio del abono que le
      * corresponde por cada abono vendido que lo incluye.  Las
      * devoluciones por cancelacion entran como las de las entradas
      * sueltas, por su movimiento de cancelacion.
       SUMAR-ABONOS-EVENTO.
           MOVE 0 TO ABONOS-NUM-ENTRADAS.
           MOVE 0 TO ABONOS-VENTAS-CENT.

           OPEN INPUT F-ABONOSVENTA.
           IF FSAV <> 00
               CLOSE F-ABONOSVENTA
               GO TO SUMAR-ABONOS-EVENTO-FIN.
           OPEN INPUT F-ABONOS.
           IF FSAB <> 00
               CLOSE F-ABONOS
               CLOSE F-ABONOSVENTA
               GO TO SUMAR-ABONOS-EVENTO-FIN.

       LEER-VENTA-ABONO.
           READ F-ABONOSVENTA NEXT RECORD AT END
               GO TO VENTAS-ABONO-LEIDAS.
           IF AVE-ESTADO NOT = " "
               GO TO LEER-VENTA-ABONO.

           MOVE AVE-ABO-NUM TO ABO-NUM.
           READ F-ABONOS INVALID KEY
               GO TO LEER-VENTA-ABONO.
           MOVE 0 TO IDX-ABO.

       BUSCAR-EVENTO-ABONO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABO-NUM-ESP
               GO TO LEER-VENTA-ABONO.
           IF ABO-ESP-NUM(IDX-ABO) NOT = ESP-LIQUIDANDO
               GO TO BUSCAR-EVENTO-ABONO.

           ADD 1 TO ABONOS-NUM-ENTRADAS.
           ADD ABO-PARTE-CENT(IDX-ABO) TO ABONOS-VENTAS-CENT.
           GO TO LEER-VENTA-ABONO.

       VENTAS-ABONO-LEIDAS.
           CLOSE F-ABONOS.
           CLOSE F-ABONOSVENTA.

       SUMAR-ABONOS-EVENTO-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-ESPECTACULOS.

