       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DISPENSACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-MOV-NUM
           FILE STATUS IS FSDS.

           SELECT OPTIONAL F-CARGAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGA-NUM
           FILE STATUS IS FSG.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-INVESTIGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIN.


       DATA DIVISION.
       FILE SECTION.
      * Resultado de cada entrega de efectivo, por el movimiento de
      * cargo.  DSP-RESULTADO: D entregado, P parcial, F fallida, R
      * retraida.  DSP-ESTADO: C cerrada, P pendiente del recuento,
      * A abonada al cliente, I a investigar por operaciones.
       FD F-DISPENSACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dispensaciones.ubd".
       01 DISPENSACION-REG.
           02 DSP-MOV-NUM           PIC  9(35).
           02 DSP-TARJETA           PIC  9(16).
           02 DSP-TERMINAL          PIC   9(4).
           02 DSP-FECHA             PIC   9(8).
           02 DSP-HORA              PIC   9(6).
           02 DSP-CANAL             PIC   X(3).
           02 DSP-CREDITO           PIC   X(1).
           02 DSP-PEDIDO-CENT       PIC   9(9).
           02 DSP-ENTREGADO-CENT    PIC   9(9).
           02 DSP-COMISION-CENT     PIC   9(9).
           02 DSP-PED50             PIC   9(5).
           02 DSP-PED20             PIC   9(5).
           02 DSP-PED10             PIC   9(5).
           02 DSP-ENT50             PIC   9(5).
           02 DSP-ENT20             PIC   9(5).
           02 DSP-ENT10             PIC   9(5).
           02 DSP-RESULTADO         PIC   X(1).
           02 DSP-ESTADO            PIC   X(1).
           02 DSP-CARGA-NUM         PIC  9(10).
           02 DSP-MOV-ABONO         PIC  9(35).
           02 DSP-FECHA-RESOL       PIC   9(8).

       FD F-CARGAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cargascas.ubd".
       01 CARGA-REG.
           02 CARGA-NUM              PIC  9(10).
           02 CARGA-TERMINAL         PIC   9(4).
           02 CARGA-ANO              PIC   9(4).
           02 CARGA-MES              PIC   9(2).
           02 CARGA-DIA              PIC   9(2).
           02 CARGA-HOR              PIC   9(2).
           02 CARGA-MIN              PIC   9(2).
           02 CARGA-BILL50           PIC   9(5).
           02 CARGA-BILL20           PIC   9(5).
           02 CARGA-BILL10           PIC   9(5).
           02 CARGA-SNAP50           PIC   9(5).
           02 CARGA-SNAP20           PIC   9(5).
           02 CARGA-SNAP10           PIC   9(5).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-INVESTIGAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dispensacionesinvestigar.txt".
       01 LINEA-INVESTIGAR          PIC  X(132).


       WORKING-STORAGE SECTION.
       77 FSDS                     PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSIN                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 ABONO-CENT               PIC S9(11).
       77 ABONO-COMISION-CENT      PIC S9(11).
       77 IMPORTE-ABONO-CENT       PIC S9(11).
       77 CONCEPTO-ABONO           PIC  X(35).
       77 CON-ABONO                PIC  X(35)
           VALUE "Abono retirada no dispensada".
       77 CON-ABONO-COMISION       PIC  X(35)
           VALUE "Abono comision retirada".
       77 CON-ABONO-ADQ-COMISION   PIC  X(35)
           VALUE "Comision adquirencia anulada".
       77 ABONO-CORRECTO           PIC  X(1).
       77 RESULTADO-TEXTO          PIC  X(10).

      * Cargas del transporte de fondos, con el momento de la carga
      * como AAAAMMDDHHMMSS para cruzarlo con la hora de la entrega.
       77 MAX-CARGAS               PIC  9(5) VALUE 5000.
       77 TOTAL-CARGAS             PIC  9(5) VALUE 0.
       77 I-CG                     PIC  9(5).
       01 TABLA-CARGAS.
           02 TCG-ENTRY OCCURS 5000 TIMES INDEXED BY IDX-CG.
               03 TCG-NUM          PIC  9(10).
               03 TCG-TERMINAL     PIC  9(4).
               03 TCG-MOMENTO      PIC  9(14).
               03 TCG-SNAP-CENT    PIC S9(11).
               03 TCG-CARGA-CENT   PIC S9(11).

      * Ventanas entre dos cargas consecutivas de un mismo terminal:
      * lo que salio segun el recuento frente a lo que el dispensador
      * dice haber entregado en ese intervalo.
       77 MAX-VENTANAS             PIC  9(5) VALUE 1000.
       77 TOTAL-VENTANAS           PIC  9(5) VALUE 0.
       77 I-VEN                    PIC  9(5).
       01 TABLA-VENTANAS.
           02 VEN-ENTRY OCCURS 1000 TIMES INDEXED BY IDX-VEN.
               03 VEN-PREVIA       PIC  9(5).
               03 VEN-SIGUIENTE    PIC  9(5).
               03 VEN-ESPERADO-CENT PIC S9(13).
               03 VEN-REAL-CENT    PIC S9(13).

       77 MOMENTO-DSP              PIC  9(14).
       77 I-PREVIA                 PIC  9(5).
       77 I-SIGUIENTE              PIC  9(5).
       77 CREAR-VENTANA            PIC  X(1).

       77 TOTAL-PENDIENTES         PIC  9(9) VALUE 0.
       77 TOTAL-SIN-RECUENTO       PIC  9(9) VALUE 0.
       77 TOTAL-ABONADAS           PIC  9(9) VALUE 0.
       77 TOTAL-INVESTIGAR         PIC  9(9) VALUE 0.
       77 TOTAL-ABONADO-CENT       PIC S9(13) VALUE 0.

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Cotejo de las entregas de efectivo fallidas, parciales o
      * retraidas con el recuento del transporte de fondos.  Cuando
      * lo que salio del cajero entre dos cargas cuadra con lo que el
      * dispensador anoto, la parte no entregada se abona al cliente;
      * si no cuadra, el caso queda para que operaciones lo revise.
      * Las entregas sin carga posterior esperan al siguiente recuento.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHDSP - Entregas de efectivo no dispensadas".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN INPUT F-DISPENSACIONES.
           IF FSDS = 35 OR FSDS = 05
               CLOSE F-DISPENSACIONES
               DISPLAY "BATCHDSP: sin entregas que procesar"
               STOP RUN.
           IF FSDS <> 00
               DISPLAY "BATCHDSP: error abriendo dispensaciones, "
                   "FSDS=" FSDS
               GO TO FIN-ERROR.
           CLOSE F-DISPENSACIONES.

           PERFORM CARGAR-CARGAS THRU CARGAR-CARGAS-FIN.

      * Primera pasada: ventanas de recuento de las pendientes.
           OPEN INPUT F-DISPENSACIONES.
           IF FSDS <> 00
               GO TO FIN-ERROR.
           MOVE "S" TO CREAR-VENTANA.

       LEER-PENDIENTES.
           READ F-DISPENSACIONES NEXT RECORD AT END
               GO TO FIN-PENDIENTES.
           IF DSP-ESTADO NOT = "P"
               GO TO LEER-PENDIENTES.

           PERFORM BUSCAR-CARGAS THRU BUSCAR-CARGAS-FIN.
           IF I-PREVIA = 0 OR I-SIGUIENTE = 0
               GO TO LEER-PENDIENTES.
           PERFORM BUSCAR-VENTANA THRU BUSCAR-VENTANA-FIN.
           GO TO LEER-PENDIENTES.

       FIN-PENDIENTES.
           CLOSE F-DISPENSACIONES.

      * Segunda pasada: lo entregado por el dispensador en cada
      * ventana, cualquiera que sea el estado de la entrega.
           OPEN INPUT F-DISPENSACIONES.
           IF FSDS <> 00
               GO TO FIN-ERROR.
           MOVE "N" TO CREAR-VENTANA.

       LEER-ENTREGAS.
           READ F-DISPENSACIONES NEXT RECORD AT END
               GO TO FIN-ENTREGAS.

           PERFORM BUSCAR-CARGAS THRU BUSCAR-CARGAS-FIN.
           IF I-PREVIA = 0 OR I-SIGUIENTE = 0
               GO TO LEER-ENTREGAS.
           PERFORM BUSCAR-VENTANA THRU BUSCAR-VENTANA-FIN.
           IF I-VEN = 0
               GO TO LEER-ENTREGAS.

           SET IDX-VEN TO I-VEN.
           ADD DSP-ENTREGADO-CENT TO VEN-ESPERADO-CENT(IDX-VEN).
           GO TO LEER-ENTREGAS.

       FIN-ENTREGAS.
           CLOSE F-DISPENSACIONES.

      * Lo que salio segun el recuento: la instantanea de la carga
      * previa menos lo que quedaba fisicamente al llegar la
      * siguiente (su instantanea sin los billetes cargados).
           MOVE 0 TO I-VEN.

       CALCULAR-VENTANAS.
           ADD 1 TO I-VEN.
           IF I-VEN > TOTAL-VENTANAS
               GO TO FIN-VENTANAS.
           SET IDX-VEN TO I-VEN.
           SET IDX-CG TO VEN-PREVIA(IDX-VEN).
           MOVE TCG-SNAP-CENT(IDX-CG) TO VEN-REAL-CENT(IDX-VEN).
           SET IDX-CG TO VEN-SIGUIENTE(IDX-VEN).
           COMPUTE VEN-REAL-CENT(IDX-VEN) = VEN-REAL-CENT(IDX-VEN)
               - (TCG-SNAP-CENT(IDX-CG) - TCG-CARGA-CENT(IDX-CG)).
           GO TO CALCULAR-VENTANAS.

       FIN-VENTANAS.
      * Tercera pasada: resolucion de cada entrega pendiente.
           OPEN I-O F-DISPENSACIONES.
           IF FSDS <> 00
               GO TO FIN-ERROR.

       LEER-RESOLVER.
           READ F-DISPENSACIONES NEXT RECORD AT END
               GO TO FIN-RESOLVER.
           IF DSP-ESTADO NOT = "P"
               GO TO LEER-RESOLVER.
           ADD 1 TO TOTAL-PENDIENTES.

           PERFORM BUSCAR-CARGAS THRU BUSCAR-CARGAS-FIN.
           IF I-SIGUIENTE = 0
               ADD 1 TO TOTAL-SIN-RECUENTO
               GO TO LEER-RESOLVER.

           SET IDX-CG TO I-SIGUIENTE.
           MOVE TCG-NUM(IDX-CG) TO DSP-CARGA-NUM.
           MOVE FECHA-HOY-AAAAMMDD TO DSP-FECHA-RESOL.

      * Sin carga previa no hay recuento de partida con el que
      * comparar: lo revisa operaciones.
           IF I-PREVIA = 0
               GO TO MARCAR-INVESTIGAR.

           PERFORM BUSCAR-VENTANA THRU BUSCAR-VENTANA-FIN.
           IF I-VEN = 0
               SUBTRACT 1 FROM TOTAL-PENDIENTES
               ADD 1 TO TOTAL-SIN-RECUENTO
               GO TO LEER-RESOLVER.

           SET IDX-VEN TO I-VEN.
           IF VEN-ESPERADO-CENT(IDX-VEN) NOT = VEN-REAL-CENT(IDX-VEN)
               GO TO MARCAR-INVESTIGAR.

           PERFORM ABONAR-DISPENSACION THRU ABONAR-DISPENSACION-FIN.
           IF ABONO-CORRECTO NOT = "S"
               GO TO MARCAR-INVESTIGAR.

           MOVE "A" TO DSP-ESTADO.
           REWRITE DISPENSACION-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-ABONADAS.
           GO TO LEER-RESOLVER.

       MARCAR-INVESTIGAR.
           MOVE "I" TO DSP-ESTADO.
           REWRITE DISPENSACION-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-INVESTIGAR.
           GO TO LEER-RESOLVER.

       FIN-RESOLVER.
           CLOSE F-DISPENSACIONES.

           PERFORM LISTAR-INVESTIGAR THRU LISTAR-INVESTIGAR-FIN.

           DISPLAY "BATCHDSP: entregas pendientes  : " TOTAL-PENDIENTES.
           DISPLAY "BATCHDSP: sin recuento todavia : "
               TOTAL-SIN-RECUENTO.
           DISPLAY "BATCHDSP: abonadas al cliente  : " TOTAL-ABONADAS.
           DISPLAY "BATCHDSP: a investigar         : " TOTAL-INVESTIGAR.
           DISPLAY "BATCHDSP: abonado (cent.)      : "
               TOTAL-ABONADO-CENT.
           STOP RUN.

       CARGAR-CARGAS.
           OPEN INPUT F-CARGAS.
           IF FSG = 35 OR FSG = 05
               CLOSE F-CARGAS
               GO TO CARGAR-CARGAS-FIN.
           IF FSG <> 00
               DISPLAY "BATCHDSP: error abriendo cargascas, FSG=" FSG
               GO TO FIN-ERROR.

       LEER-CARGA.
           READ F-CARGAS NEXT RECORD AT END
               GO TO FIN-CARGAS.
           IF TOTAL-CARGAS >= MAX-CARGAS
               DISPLAY "BATCHDSP: tabla de cargas llena"
               GO TO FIN-CARGAS.

           ADD 1 TO TOTAL-CARGAS.
           SET IDX-CG TO TOTAL-CARGAS.
           MOVE CARGA-NUM      TO TCG-NUM(IDX-CG).
           MOVE CARGA-TERMINAL TO TCG-TERMINAL(IDX-CG).
           COMPUTE TCG-MOMENTO(IDX-CG) =
               (((CARGA-ANO * 10000) + (CARGA-MES * 100) + CARGA-DIA)
               * 1000000) + (CARGA-HOR * 10000) + (CARGA-MIN * 100).
           COMPUTE TCG-SNAP-CENT(IDX-CG) = (CARGA-SNAP50 * 5000)
               + (CARGA-SNAP20 * 2000) + (CARGA-SNAP10 * 1000).
           COMPUTE TCG-CARGA-CENT(IDX-CG) = (CARGA-BILL50 * 5000)
               + (CARGA-BILL20 * 2000) + (CARGA-BILL10 * 1000).
           GO TO LEER-CARGA.

       FIN-CARGAS.
           CLOSE F-CARGAS.

       CARGAR-CARGAS-FIN.
           EXIT.

      * Carga inmediatamente anterior y siguiente a la entrega en
      * curso, en su mismo terminal.
       BUSCAR-CARGAS.
           MOVE 0 TO I-PREVIA.
           MOVE 0 TO I-SIGUIENTE.
           MOVE 0 TO I-CG.
           COMPUTE MOMENTO-DSP = (DSP-FECHA * 1000000) + DSP-HORA.

       BUSCAR-CARGAS-SIG.
           ADD 1 TO I-CG.
           IF I-CG > TOTAL-CARGAS
               GO TO BUSCAR-CARGAS-FIN.
           SET IDX-CG TO I-CG.
           IF TCG-TERMINAL(IDX-CG) NOT = DSP-TERMINAL
               GO TO BUSCAR-CARGAS-SIG.

           IF TCG-MOMENTO(IDX-CG) <= MOMENTO-DSP
               PERFORM ANOTAR-PREVIA THRU ANOTAR-PREVIA-FIN
           ELSE
               PERFORM ANOTAR-SIGUIENTE THRU ANOTAR-SIGUIENTE-FIN.
           GO TO BUSCAR-CARGAS-SIG.

       BUSCAR-CARGAS-FIN.
           EXIT.

       ANOTAR-PREVIA.
           IF I-PREVIA NOT = 0
               IF TCG-MOMENTO(IDX-CG) NOT > TCG-MOMENTO(I-PREVIA)
                   GO TO ANOTAR-PREVIA-FIN
               END-IF
           END-IF.
           MOVE I-CG TO I-PREVIA.

       ANOTAR-PREVIA-FIN.
           EXIT.

       ANOTAR-SIGUIENTE.
           IF I-SIGUIENTE NOT = 0
               IF TCG-MOMENTO(IDX-CG) NOT < TCG-MOMENTO(I-SIGUIENTE)
                   GO TO ANOTAR-SIGUIENTE-FIN
               END-IF
           END-IF.
           MOVE I-CG TO I-SIGUIENTE.

       ANOTAR-SIGUIENTE-FIN.
           EXIT.

      * Ventana de la pareja de cargas I-PREVIA/I-SIGUIENTE; si no
      * existe y CREAR-VENTANA es S se da de alta.  I-VEN vuelve a
      * cero cuando no hay ventana.
       BUSCAR-VENTANA.
           MOVE 0 TO I-VEN.

       BUSCAR-VENTANA-SIG.
           ADD 1 TO I-VEN.
           IF I-VEN > TOTAL-VENTANAS
               GO TO ALTA-VENTANA.
           SET IDX-VEN TO I-VEN.
           IF VEN-PREVIA(IDX-VEN) = I-PREVIA
              AND VEN-SIGUIENTE(IDX-VEN) = I-SIGUIENTE
               GO TO BUSCAR-VENTANA-FIN.
           GO TO BUSCAR-VENTANA-SIG.

       ALTA-VENTANA.
           MOVE 0 TO I-VEN.
           IF CREAR-VENTANA NOT = "S"
               GO TO BUSCAR-VENTANA-FIN.
           IF TOTAL-VENTANAS >= MAX-VENTANAS
               DISPLAY "BATCHDSP: tabla de ventanas llena"
               GO TO BUSCAR-VENTANA-FIN.

           ADD 1 TO TOTAL-VENTANAS.
           MOVE TOTAL-VENTANAS TO I-VEN.
           SET IDX-VEN TO I-VEN.
           MOVE I-PREVIA    TO VEN-PREVIA(IDX-VEN).
           MOVE I-SIGUIENTE TO VEN-SIGUIENTE(IDX-VEN).
           MOVE 0           TO VEN-ESPERADO-CENT(IDX-VEN).
           MOVE 0           TO VEN-REAL-CENT(IDX-VEN).

       BUSCAR-VENTANA-FIN.
           EXIT.

      * Abono de lo no entregado; si no salio ningun billete se
      * devuelve tambien la comision de la retirada.  Las tarjetas de
      * credito recuperan el dispuesto, las de otras entidades llevan
      * el abono por el canal de adquirencia para que la liquidacion
      * de intercambio lo descuente, y el resto va a la cuenta.
       ABONAR-DISPENSACION.
           MOVE "S" TO ABONO-CORRECTO.
           COMPUTE ABONO-CENT = DSP-PEDIDO-CENT - DSP-ENTREGADO-CENT.
           MOVE 0 TO ABONO-COMISION-CENT.
           IF DSP-ENTREGADO-CENT = 0
               MOVE DSP-COMISION-CENT TO ABONO-COMISION-CENT.

           MOVE 0 TO CENT-SALDO-ACTUAL.
           IF DSP-CANAL NOT = "ADQ"
               MOVE DSP-TARJETA TO SAL-TARJETA
               PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN
               IF SALDOM-ENCONTRADO = 1
                   MOVE SAL-CENT TO CENT-SALDO-ACTUAL
               END-IF
           END-IF.

           IF DSP-CANAL NOT = "ADQ" AND DSP-CREDITO = "S"
               MOVE DSP-TARJETA TO CRE-TARJETA
               MOVE "A"         TO CRE-OPERACION
               COMPUTE CRE-IMPORTE-CENT = ABONO-CENT
                   + ABONO-COMISION-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   MOVE "N" TO ABONO-CORRECTO
                   GO TO ABONAR-DISPENSACION-FIN
               END-IF
           END-IF.

           MOVE ABONO-CENT TO IMPORTE-ABONO-CENT.
           MOVE CON-ABONO  TO CONCEPTO-ABONO.
           PERFORM ESCRIBIR-ABONO THRU ESCRIBIR-ABONO-FIN.
           MOVE LAST-MOV-NUM TO DSP-MOV-ABONO.

           IF ABONO-COMISION-CENT > 0
               MOVE ABONO-COMISION-CENT TO IMPORTE-ABONO-CENT
               IF DSP-CANAL = "ADQ"
                   MOVE CON-ABONO-ADQ-COMISION TO CONCEPTO-ABONO
               ELSE
                   MOVE CON-ABONO-COMISION TO CONCEPTO-ABONO
               END-IF
               PERFORM ESCRIBIR-ABONO THRU ESCRIBIR-ABONO-FIN
           END-IF.

           COMPUTE TOTAL-ABONADO-CENT = TOTAL-ABONADO-CENT
               + ABONO-CENT + ABONO-COMISION-CENT.

       ABONAR-DISPENSACION-FIN.
           EXIT.

       ESCRIBIR-ABONO.
           IF DSP-CANAL NOT = "ADQ" AND DSP-CREDITO NOT = "S"
               ADD IMPORTE-ABONO-CENT TO CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE DSP-TARJETA           TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = IMPORTE-ABONO-CENT / 100.
           MOVE FUNCTION MOD(IMPORTE-ABONO-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-ABONO        TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE DSP-TERMINAL          TO MOV-TERMINAL.
           MOVE DSP-CANAL             TO MOV-CANAL.
           MOVE "EFE"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           IF DSP-CANAL NOT = "ADQ"
               PERFORM ACTUALIZAR-SALDO-MAESTRO
                   THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ESCRIBIR-ABONO-FIN.
           EXIT.

      * Parte para operaciones: todas las entregas a investigar,
      * tanto las de hoy como las de dias anteriores sin cerrar.
       LISTAR-INVESTIGAR.
           OPEN OUTPUT F-INVESTIGAR.
           IF FSIN <> 00
               DISPLAY "BATCHDSP: error abriendo "
                   "dispensacionesinvestigar.txt, FSIN=" FSIN
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INVESTIGAR.
           STRING "UnizarBank - Entregas de efectivo a investigar "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INVESTIGAR.
           WRITE LINEA-INVESTIGAR.
           MOVE SPACES TO LINEA-INVESTIGAR.
           WRITE LINEA-INVESTIGAR.

           MOVE 0 TO TOTAL-INVESTIGAR.
           OPEN INPUT F-DISPENSACIONES.
           IF FSDS <> 00
               CLOSE F-INVESTIGAR
               GO TO FIN-ERROR.

       LEER-INVESTIGAR.
           READ F-DISPENSACIONES NEXT RECORD AT END
               GO TO FIN-INVESTIGAR.
           IF DSP-ESTADO NOT = "I"
               GO TO LEER-INVESTIGAR.

           IF DSP-RESULTADO = "P"
               MOVE "parcial" TO RESULTADO-TEXTO
           ELSE
               IF DSP-RESULTADO = "F"
                   MOVE "fallida" TO RESULTADO-TEXTO
               ELSE
                   MOVE "retraida" TO RESULTADO-TEXTO.

           MOVE SPACES TO LINEA-INVESTIGAR.
           STRING "Terminal " DSP-TERMINAL " " DSP-FECHA " "
               DSP-HORA " tarjeta " DSP-TARJETA " " DSP-CANAL
               " " RESULTADO-TEXTO " pedido " DSP-PEDIDO-CENT
               " entregado " DSP-ENTREGADO-CENT " carga "
               DSP-CARGA-NUM
               DELIMITED BY SIZE INTO LINEA-INVESTIGAR.
           WRITE LINEA-INVESTIGAR.
           MOVE SPACES TO LINEA-INVESTIGAR.
           STRING "    movimiento " DSP-MOV-NUM
               DELIMITED BY SIZE INTO LINEA-INVESTIGAR.
           WRITE LINEA-INVESTIGAR.
           ADD 1 TO TOTAL-INVESTIGAR.
           GO TO LEER-INVESTIGAR.

       FIN-INVESTIGAR.
           CLOSE F-DISPENSACIONES.

           MOVE SPACES TO LINEA-INVESTIGAR.
           WRITE LINEA-INVESTIGAR.
           MOVE SPACES TO LINEA-INVESTIGAR.
           STRING "Entregas a investigar: " TOTAL-INVESTIGAR
               DELIMITED BY SIZE INTO LINEA-INVESTIGAR.
           WRITE LINEA-INVESTIGAR.
           CLOSE F-INVESTIGAR.

       LISTAR-INVESTIGAR-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "MOV" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
           EXIT.

      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSSA = 35
               CLOSE F-SALDOS
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS.
           IF FSSA <> 00
               GO TO ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE MOV-TARJETA TO SAL-TARJETA.
           COMPUTE SAL-CENT = (MOV-SALDOPOS-ENT * 100)
                             + MOV-SALDOPOS-DEC.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY CONTINUE.
           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-FIN.
           EXIT.

       LEER-SALDO-MAESTRO.
           MOVE 0 TO SALDOM-ENCONTRADO.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           MOVE 1 TO SALDOM-ENCONTRADO.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-FIN.
           EXIT.

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
       LEER-FECHA-OPERACION.
           OPEN INPUT F-FECHAOPER.
           IF FSFO <> 00
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE 1 TO FOP-ID.
           READ F-FECHAOPER INVALID KEY
               CLOSE F-FECHAOPER
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE FOP-ANO TO ANO.
           MOVE FOP-MES TO MES.
           MOVE FOP-DIA TO DIA.
           CLOSE F-FECHAOPER.

       LEER-FECHA-OPERACION-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHDSP"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDS=" FSDS " " "FSG=" FSG " " "FSM=" FSM " "
               "FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
