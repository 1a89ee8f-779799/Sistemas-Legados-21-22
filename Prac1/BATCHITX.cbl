           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT OPTIONAL F-DCC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCC-MOV-NUM
           FILE STATUS IS FSDC.

           SELECT F-LIQUIDACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSL.
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

      * Conversion de moneda ofrecida en cajero (BANK30).
       FD F-DCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dccoperaciones.ubd".
       01 DCC-REG.
           02 DCC-MOV-NUM           PIC  9(35).
           02 DCC-TARJETA           PIC  9(16).
           02 DCC-FECHA             PIC  9(8).
           02 DCC-TERMINAL          PIC  9(4).
           02 DCC-MONEDA            PIC  X(3).
           02 DCC-TASA              PIC  9(9).
           02 DCC-MARGEN-BP         PIC  9(4).
           02 DCC-EFECTIVO-CENT     PIC  9(9).
           02 DCC-COMISION-CENT     PIC  9(9).
           02 DCC-EFECTIVO-DIV      PIC 9(11).
           02 DCC-COMISION-DIV      PIC 9(11).
           02 DCC-MARGEN-CENT       PIC  9(9).
           02 DCC-ACEPTADA          PIC  X(1).

       FD F-LIQUIDACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidintercambio.txt".
       77 FSM                       PIC  X(2).
       77 FSFO                      PIC  X(2).
       77 FSL                       PIC  X(2).
       77 FSDC                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 CENT-MOV                  PIC S9(11).
       77 BIN-ACTUAL                PIC  9(6).
       77 MONEDA-ACTUAL             PIC  X(3).
       77 COMISION-MOV              PIC S9(11).

       01 TABLA-BINES.
           02 BIN-ENTRY OCCURS 100 TIMES.
               03 BIN-EMISOR        PIC  9(6).
               03 BIN-MONEDA        PIC  X(3).
               03 BIN-NUM-RET       PIC  9(5).
               03 BIN-NUM-CON       PIC  9(5).
               03 BIN-EFECTIVO-CENT PIC S9(11).
       77 TOTAL-OPERACIONES         PIC  9(9) VALUE 0.
       77 TOTAL-EFECTIVO-CENT       PIC S9(11) VALUE 0.
       77 TOTAL-COMISION-CENT       PIC S9(11) VALUE 0.
       77 TOTAL-OPERACIONES-DCC     PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
      * Liquidacion diaria de intercambio: agrupa por BIN emisor las
      * operaciones adquirentes del dia contable (canal ADQ) para
      * reclamar efectivo y tarifa de adquirencia a cada entidad.
      * Las retiradas que el titular eligio cargar en la moneda de su
      * tarjeta se liquidan en esa moneda, en linea aparte por BIN y
      * moneda; los totales de cierre son solo de euros.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHITX - Liquidacion de intercambio adquirente".
                   FSM
               GO TO FIN-ERROR.

           OPEN INPUT F-DCC.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END GO TO FIN-LECTURA.

              OR MOV-DIA NOT = DIA
               GO TO LEER-MOVIMIENTO.

           COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                             + MOV-IMPORTE-DEC.

           MOVE MOV-TARJETA(1:6) TO BIN-ACTUAL.
           MOVE "EUR" TO MONEDA-ACTUAL.
           IF MOV-MONEDA NOT = "EUR" AND MOV-MONEDA NOT = SPACES
               IF MOV-CONCEPTO(1:20) = "Comision adquirencia"
                   GO TO LEER-MOVIMIENTO
               END-IF
               PERFORM BUSCAR-DCC THRU BUSCAR-DCC-FIN
               IF MONEDA-ACTUAL NOT = "EUR"
                   GO TO LIQUIDAR-DCC
               END-IF
           END-IF.

           PERFORM BUSCAR-BIN THRU BUSCAR-BIN-FIN.
           IF BIN-ENCONTRADO = 0
               GO TO LEER-MOVIMIENTO.

           ADD 1 TO TOTAL-OPERACIONES.

           IF MOV-CONCEPTO(1:20) = "Comision adquirencia"

           GO TO LEER-MOVIMIENTO.

      * Retirada cargada en la moneda de la tarjeta: efectivo y
      * tarifa se reclaman por los importes convertidos en cajero.
       LIQUIDAR-DCC.
           PERFORM BUSCAR-BIN THRU BUSCAR-BIN-FIN.
           IF BIN-ENCONTRADO = 0
               GO TO LEER-MOVIMIENTO.

           ADD 1 TO TOTAL-OPERACIONES.
           ADD 1 TO TOTAL-OPERACIONES-DCC.
           ADD 1 TO BIN-NUM-RET(IDX-BIN).
           ADD DCC-EFECTIVO-DIV TO BIN-EFECTIVO-CENT(IDX-BIN).
           ADD DCC-COMISION-DIV TO BIN-COMISION-CENT(IDX-BIN).
           IF DCC-COMISION-DIV > 0
               ADD 1 TO TOTAL-OPERACIONES.

           GO TO LEER-MOVIMIENTO.

      * La tarifa de una retirada en moneda de la tarjeta ya va con
      * su retirada; la retirada sin conversion registrada se
      * liquida en euros.
       BUSCAR-DCC.
           IF FSDC <> 00
               GO TO BUSCAR-DCC-FIN.

           MOVE MOV-NUM TO DCC-MOV-NUM.
           READ F-DCC INVALID KEY
               GO TO BUSCAR-DCC-FIN.
           IF DCC-ACEPTADA = "S"
               MOVE DCC-MONEDA TO MONEDA-ACTUAL.

       BUSCAR-DCC-FIN.
           EXIT.

      * Localiza el BIN en la tabla o lo da de alta; si la tabla se
      * llena la operacion queda fuera y se avisa por consola.
       BUSCAR-BIN.
           PERFORM VARYING IDX-BIN FROM 1 BY 1
                   UNTIL IDX-BIN > NUM-BINES
               IF BIN-EMISOR(IDX-BIN) = BIN-ACTUAL
                  AND BIN-MONEDA(IDX-BIN) = MONEDA-ACTUAL
                   GO TO BUSCAR-BIN-FIN
               END-IF
           END-PERFORM.
           ADD 1 TO NUM-BINES.
           MOVE NUM-BINES TO IDX-BIN.
           MOVE BIN-ACTUAL TO BIN-EMISOR(IDX-BIN).
           MOVE MONEDA-ACTUAL TO BIN-MONEDA(IDX-BIN).
           MOVE 0 TO BIN-NUM-RET(IDX-BIN).
           MOVE 0 TO BIN-NUM-CON(IDX-BIN).
           MOVE 0 TO BIN-EFECTIVO-CENT(IDX-BIN).

       FIN-LECTURA.
           CLOSE F-MOVIMIENTOS.
           IF FSDC = 00
               CLOSE F-DCC.

           OPEN OUTPUT F-LIQUIDACION.
           IF FSL <> 00
                   UNTIL IDX-BIN > NUM-BINES
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "BIN " BIN-EMISOR(IDX-BIN)
                   " " BIN-MONEDA(IDX-BIN)
                   " RET " BIN-NUM-RET(IDX-BIN)
                   " CON " BIN-NUM-CON(IDX-BIN)
                   " EFECTIVO " BIN-EFECTIVO-CENT(IDX-BIN)
           WRITE LINEA-LIQUIDACION.

           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "RETIRADAS EN MONEDA DE LA TARJETA: "
               TOTAL-OPERACIONES-DCC
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TOTAL EFECTIVO EUR (cent.): " TOTAL-EFECTIVO-CENT
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TOTAL TASA     EUR (cent.): " TOTAL-COMISION-CENT
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

