       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHBIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-INGBILLETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBI-MOV-NUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-FALSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAL-NUM
           FILE STATUS IS FSFA.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.


           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT F-REMESA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRM.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Billetes de cada ingreso en efectivo (BANK5).  Estado S sin
      * dudosos, P pendiente de verificar, V verificado en el centro
      * de efectivo (BANK72) pendiente de abono y A abonado.
       FD F-INGBILLETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ingresosbilletes.ubd".
       01 INGBILLETE-REG.
           02 IBI-MOV-NUM           PIC  9(35).
           02 IBI-TARJETA           PIC  9(16).
           02 IBI-TERMINAL          PIC   9(4).
           02 IBI-FECHA             PIC   9(8).
           02 IBI-HORA              PIC   9(6).
           02 IBI-ACEP-10           PIC   9(5).
           02 IBI-ACEP-20           PIC   9(5).
           02 IBI-ACEP-50           PIC   9(5).
           02 IBI-DUD-10            PIC   9(5).
           02 IBI-DUD-20            PIC   9(5).
           02 IBI-DUD-50            PIC   9(5).
           02 IBI-DUD-CENT          PIC   9(9).
           02 IBI-MOV-PEND          PIC  9(35).
           02 IBI-BUE-10            PIC   9(5).
           02 IBI-BUE-20            PIC   9(5).
           02 IBI-BUE-50            PIC   9(5).
           02 IBI-FAL-10            PIC   9(5).
           02 IBI-FAL-20            PIC   9(5).
           02 IBI-FAL-50            PIC   9(5).
           02 IBI-FECHA-VERIF       PIC   9(8).
           02 IBI-OPERADOR          PIC   9(4).
           02 IBI-ESTADO            PIC   X(1).

      * Registro de billetes falsos (BANK72).  Estado P pendiente de
      * remitir al banco central, R remitido.
       FD F-FALSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "falsos.ubd".
       01 FALSO-REG.
           02 FAL-NUM               PIC  9(10).
           02 FAL-MOV-NUM           PIC  9(35).
           02 FAL-TARJETA           PIC  9(16).
           02 FAL-TERMINAL          PIC   9(4).
           02 FAL-FECHA-INGRESO     PIC   9(8).
           02 FAL-FECHA-DETEC       PIC   9(8).
           02 FAL-DENOMINACION      PIC   9(3).
           02 FAL-CANTIDAD          PIC   9(5).
           02 FAL-OPERADOR          PIC   9(4).
           02 FAL-ESTADO            PIC   X(1).
           02 FAL-FECHA-REMESA      PIC   9(8).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC   9(2).
           02 MOV-ESTADO           PIC   X(1).
           02 MOV-MONEDA           PIC   X(3).
           02 MOV-TERMINAL         PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).


       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-REMESA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesafalsos.txt".
       01 LINEA-REMESA              PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSIB                     PIC  X(2).
       77 FSFA                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSRM                     PIC  X(2).
       77 FSFO                     PIC  X(2).

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
       77 FECHA-HOY-INT            PIC  9(9).
       77 DIA-SEMANA               PIC  9(1).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-TARJETA-MOV-NUM     PIC  9(35).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 BUENOS-CENT              PIC  9(9).
       77 LINEA-CENT               PIC  9(11).

       77 TOTAL-LEIDOS             PIC  9(9) VALUE 0.
       77 TOTAL-ABONADOS           PIC  9(9) VALUE 0.
       77 TOTAL-SIN-ABONO          PIC  9(9) VALUE 0.
       77 TOTAL-ABONADO-CENT       PIC  9(13) VALUE 0.
       77 TOTAL-REMITIDOS          PIC  9(9) VALUE 0.
       77 TOTAL-FALSOS-10          PIC  9(7) VALUE 0.
       77 TOTAL-FALSOS-20          PIC  9(7) VALUE 0.
       77 TOTAL-FALSOS-50          PIC  9(7) VALUE 0.
       77 TOTAL-FALSOS-CENT        PIC  9(11) VALUE 0.

       77 MSJ-VERIFICADOS          PIC  X(35) VALUE
           "Billetes verificados".

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Cierre de los billetes dudosos de los ingresos en efectivo.
      * Cada ingreso que el centro de efectivo ya ha verificado abona
      * a la tarjeta los billetes autenticos y cierra el movimiento
      * pendiente: C si se abono algo, R si todos resultaron falsos.
      * Los lunes, ademas, se remiten al banco central los billetes
      * falsos del registro que aun no se habian remitido.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHBIL - Billetes dudosos y remesa de falsos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           PERFORM ASEGURAR-CONTADOR-MOV THRU ASEGURAR-CONTADOR-MOV-FIN.

           OPEN I-O F-INGBILLETES.
           IF FSIB = 35 OR FSIB = 05
               DISPLAY "BATCHBIL: sin ingresos con billetes"
               CLOSE F-INGBILLETES
               GO TO FIN-ABONOS.
           IF FSIB <> 00
               DISPLAY "BATCHBIL: error abriendo ingresosbilletes, "
                   "FSIB=" FSIB
               GO TO FIN-ERROR.

       LEER-INGRESO.
           READ F-INGBILLETES NEXT RECORD AT END
               GO TO FIN-INGRESOS.
           ADD 1 TO TOTAL-LEIDOS.

           IF IBI-ESTADO = "V"
               PERFORM ABONAR-BILLETES THRU ABONAR-BILLETES-FIN.
           GO TO LEER-INGRESO.

      * Los autenticos entran con la fecha de hoy sobre el ultimo
      * saldo de la tarjeta; el movimiento de los dudosos no cambio
      * el saldo y solo se cierra.
       ABONAR-BILLETES.
           COMPUTE BUENOS-CENT = (IBI-BUE-10 * 1000)
               + (IBI-BUE-20 * 2000) + (IBI-BUE-50 * 5000).

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BATCHBIL: error abriendo movimientos, FSM="
                   FSM
               GO TO FIN-ERROR.

           IF BUENOS-CENT = 0
               GO TO CERRAR-PENDIENTE.

           MOVE 0 TO LAST-TARJETA-MOV-NUM.
           MOVE IBI-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SALDO-ENCONTRADO.

       BUSCAR-SALDO-ACTUAL.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SALDO-ENCONTRADO.
           IF MOV-TARJETA NOT = IBI-TARJETA
               GO TO SALDO-ENCONTRADO.
           IF MOV-NUM > LAST-TARJETA-MOV-NUM
               MOVE MOV-NUM TO LAST-TARJETA-MOV-NUM.
           GO TO BUSCAR-SALDO-ACTUAL.

       SALDO-ENCONTRADO.
           MOVE 0 TO CENT-SALDO-ACTUAL.
           IF LAST-TARJETA-MOV-NUM NOT = 0
               MOVE LAST-TARJETA-MOV-NUM TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY GO TO FIN-ERROR
               END-READ
               COMPUTE CENT-SALDO-ACTUAL = (MOV-SALDOPOS-ENT * 100)
                                          + MOV-SALDOPOS-DEC
           END-IF.
           ADD BUENOS-CENT TO CENT-SALDO-ACTUAL.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM                TO MOV-NUM.
           MOVE IBI-TARJETA                 TO MOV-TARJETA.
           MOVE ANO                         TO MOV-ANO.
           MOVE MES                         TO MOV-MES.
           MOVE DIA                         TO MOV-DIA.
           MOVE HORAS                       TO MOV-HOR.
           MOVE MINUTOS                     TO MOV-MIN.
           MOVE SEGUNDOS                    TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = BUENOS-CENT / 100.
           MOVE FUNCTION MOD(BUENOS-CENT, 100) TO MOV-IMPORTE-DEC.
           MOVE MSJ-VERIFICADOS             TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                         TO MOV-ESTADO.
           MOVE "EUR"                       TO MOV-MONEDA.
           MOVE IBI-TERMINAL                TO MOV-TERMINAL.
           MOVE "ATM"                       TO MOV-CANAL.
           MOVE "EFE"                       TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

       CERRAR-PENDIENTE.
           MOVE IBI-MOV-PEND TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY GO TO FIN-ERROR.
           IF BUENOS-CENT > 0
               MOVE "C" TO MOV-ESTADO
           ELSE
               MOVE "R" TO MOV-ESTADO.
           REWRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.

           CLOSE F-MOVIMIENTOS.

           MOVE "A" TO IBI-ESTADO.
           REWRITE INGBILLETE-REG INVALID KEY GO TO FIN-ERROR.

           IF BUENOS-CENT > 0
               ADD 1 TO TOTAL-ABONADOS
               ADD BUENOS-CENT TO TOTAL-ABONADO-CENT
           ELSE
               ADD 1 TO TOTAL-SIN-ABONO.

       ABONAR-BILLETES-FIN.
           EXIT.

       FIN-INGRESOS.
           CLOSE F-INGBILLETES.

       FIN-ABONOS.
           DISPLAY "BATCHBIL: ingresos leidos     : " TOTAL-LEIDOS.
           DISPLAY "BATCHBIL: ingresos abonados   : " TOTAL-ABONADOS.
           DISPLAY "BATCHBIL: todos falsos        : " TOTAL-SIN-ABONO.
           DISPLAY "BATCHBIL: centimos abonados   : "
               TOTAL-ABONADO-CENT.

      * La remesa de falsos al banco central es semanal, los lunes;
      * entra todo lo detectado hasta hoy.
           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).
           COMPUTE DIA-SEMANA = FUNCTION MOD(FECHA-HOY-INT, 7).
           IF DIA-SEMANA NOT = 1
               DISPLAY "BATCHBIL: no es lunes, sin remesa de falsos"
               STOP RUN.

           OPEN I-O F-FALSOS.
           IF FSFA = 35 OR FSFA = 05
               DISPLAY "BATCHBIL: registro de falsos vacio"
               CLOSE F-FALSOS
               STOP RUN.
           IF FSFA <> 00
               DISPLAY "BATCHBIL: error abriendo falsos, FSFA=" FSFA
               GO TO FIN-ERROR.

           OPEN OUTPUT F-REMESA.
           IF FSRM <> 00
               DISPLAY "BATCHBIL: error abriendo remesafalsos.txt, "
                   "FSRM=" FSRM
               CLOSE F-FALSOS
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-REMESA.
           STRING "UnizarBank - Remesa de billetes falsos al banco "
               "central " DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           WRITE LINEA-REMESA.

       LEER-FALSO.
           READ F-FALSOS NEXT RECORD AT END
               GO TO FIN-REMESA.
           IF FAL-ESTADO NOT = "P"
               GO TO LEER-FALSO.

           MOVE "R"                TO FAL-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO FAL-FECHA-REMESA.
           REWRITE FALSO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-REMITIDOS.

           IF FAL-DENOMINACION = 10
               ADD FAL-CANTIDAD TO TOTAL-FALSOS-10.
           IF FAL-DENOMINACION = 20
               ADD FAL-CANTIDAD TO TOTAL-FALSOS-20.
           IF FAL-DENOMINACION = 50
               ADD FAL-CANTIDAD TO TOTAL-FALSOS-50.

           MOVE SPACES TO LINEA-REMESA.
           STRING "FALSO " FAL-NUM " " FAL-DENOMINACION
               " EUR x " FAL-CANTIDAD " ing " FAL-MOV-NUM
               " tarj " FAL-TARJETA " caj " FAL-TERMINAL
               " " FAL-FECHA-INGRESO " det " FAL-FECHA-DETEC
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           GO TO LEER-FALSO.

       FIN-REMESA.
           CLOSE F-FALSOS.

           COMPUTE TOTAL-FALSOS-CENT = (TOTAL-FALSOS-10 * 1000)
               + (TOTAL-FALSOS-20 * 2000) + (TOTAL-FALSOS-50 * 5000).

           MOVE SPACES TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           STRING "Billetes de 10 EUR: " TOTAL-FALSOS-10
               "  de 20 EUR: " TOTAL-FALSOS-20
               "  de 50 EUR: " TOTAL-FALSOS-50
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE TOTAL-FALSOS-CENT TO LINEA-CENT.
           STRING "Total remitido, centimos " LINEA-CENT
               DELIMITED BY SIZE INTO LINEA-REMESA.
           WRITE LINEA-REMESA.
           CLOSE F-REMESA.

           DISPLAY "BATCHBIL: entradas remitidas  : " TOTAL-REMITIDOS.
           DISPLAY "BATCHBIL: centimos remitidos  : "
               TOTAL-FALSOS-CENT.
           STOP RUN.

       ASEGURAR-CONTADOR-MOV.
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
               PERFORM SEMBRAR-CONTADOR-MOV
                   THRU SEMBRAR-CONTADOR-MOV-FIN.
           CLOSE CONTADORES.

       ASEGURAR-CONTADOR-MOV-FIN.
           EXIT.

       SEMBRAR-CONTADOR-MOV.
           MOVE 0 TO CONT-VALOR.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

       SEMBRAR-LEER-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SEMBRAR-MOV-LEIDO.
           IF MOV-NUM > CONT-VALOR
               MOVE MOV-NUM TO CONT-VALOR.
           GO TO SEMBRAR-LEER-MOV.

       SEMBRAR-MOV-LEIDO.
           CLOSE F-MOVIMIENTOS.

           MOVE "MOV" TO CONT-ID.
           WRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.

       SEMBRAR-CONTADOR-MOV-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE 0 TO CONT-VALOR.

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

       FIN-ERROR.
           MOVE "BATCHBIL"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSIB=" FSIB " " "FSFA=" FSFA " " "FSM=" FSM " "
               "FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE IBI-TARJETA TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.

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
