       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHPRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

           SELECT OPTIONAL F-CUADRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-CLAVE
           FILE STATUS IS FSCA.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

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

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.


           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PTM-NUM               PIC  9(10).
           02 PTM-CUENTA            PIC 9(16).
           02 PTM-TARJETA           PIC 9(16).
           02 PTM-PRINCIPAL-CENT    PIC S9(11).
           02 PTM-TASA-BP           PIC   9(4).
           02 PTM-MESES             PIC   9(3).
           02 PTM-DIA-PAGO          PIC   9(2).
           02 PTM-CUOTA-CENT        PIC  S9(9).
           02 PTM-PENDIENTE-CENT    PIC S9(11).
           02 PTM-PAGADAS           PIC   9(3).
           02 PTM-MORA              PIC   9(3).
           02 PTM-FECHA-ALTA        PIC   9(8).
           02 PTM-OPERADOR          PIC   9(4).
           02 PTM-ESTADO            PIC   X(1).

       FD F-CUADRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadroamort.ubd".
       01 CUADRO-REG.
           02 CAM-CLAVE.
               03 CAM-PRESTAMO      PIC  9(10).
               03 CAM-CUOTA         PIC   9(3).
           02 CAM-FECHA             PIC   9(8).
           02 CAM-CUOTA-CENT        PIC  S9(9).
           02 CAM-INTERES-CENT      PIC  S9(9).
           02 CAM-AMORT-CENT        PIC  S9(9).
           02 CAM-PENDIENTE-CENT    PIC S9(11).
           02 CAM-ESTADO            PIC   X(1).
           02 CAM-MOV-NUM           PIC  9(35).

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

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAREG.
           02 CUENTA-ID        PIC 9(16).
           02 CTA-NOMBRE       PIC X(30).
           02 CTA-DIRECCION    PIC X(35).
           02 CTA-FECHA-ALTA.
               03 CTA-ANO-ALTA PIC 9(4).
               03 CTA-MES-ALTA PIC 9(2).
               03 CTA-DIA-ALTA PIC 9(2).
           02 CTA-SOBREG-ENT   PIC 9(7).
           02 CTA-SOBREG-DEC   PIC 9(2).
           02 CTA-MINIMO-ENT    PIC 9(7).
           02 CTA-MINIMO-DEC    PIC 9(2).
           02 CTA-EXENTA-COM    PIC X(1).
           02 CTA-ESTADO        PIC X(1).
           02 CTA-NIF           PIC X(9).
           02 CTA-FECHA-NAC     PIC 9(8).
           02 CTA-TELEFONO      PIC 9(9).

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

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informeprestamos.txt".
       01 LINEA-INFORME            PIC  X(100).


       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSPT                     PIC  X(2).
       77 FSCA                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 FSIB                     PIC  X(2).
       77 TARJETA-CONGELADA        PIC  X(1).
       77 TARJETA-COMPROBAR        PIC 9(16).

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
       77 SOBREGIRO-CENT           PIC S9(9).
       77 PRESTAMO-DETENIDO        PIC  9(1).
       77 IMPORTE-APUNTE           PIC  S9(9).
       77 CONCEPTO-APUNTE          PIC X(35).
       77 CATEGORIA-APUNTE         PIC  X(3).

       77 TOTAL-PRESTAMOS          PIC  9(9) VALUE 0.
       77 TOTAL-COBRADAS           PIC  9(9) VALUE 0.
       77 TOTAL-IMPAGADAS          PIC  9(9) VALUE 0.
       77 TOTAL-CONGELADAS         PIC  9(9) VALUE 0.
       77 TOTAL-AMORTIZADOS        PIC  9(9) VALUE 0.
       77 TOTAL-CAPITAL-CENT       PIC S9(13) VALUE 0.
       77 TOTAL-INTERES-CENT       PIC S9(13) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Cobro mensual de los prestamos personales: cada cuota del
      * cuadro de amortizacion vencida se adeuda en la tarjeta del
      * prestamo en dos apuntes, capital e intereses.  Las cuotas
      * sin saldo quedan en mora y se reintentan en pasadas
      * posteriores, siempre empezando por la mas antigua.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHPRE - Cobro de cuotas de prestamos".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHPRE: error abriendo informeprestamos.txt"
                   ", FSI=" FSI
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Cuotas de prestamos personales "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O F-PRESTAMOS.
           IF FSPT = 35
               DISPLAY "BATCHPRE: sin prestamos que procesar"
               CLOSE F-INFORME
               STOP RUN.
           IF FSPT <> 00 AND 05
               DISPLAY "BATCHPRE: error abriendo prestamos, FSPT="
                   FSPT
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN I-O F-CUADRO.
           IF FSCA <> 00 AND 05
               DISPLAY "BATCHPRE: error abriendo cuadroamort, FSCA="
                   FSCA
               CLOSE F-PRESTAMOS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD AT END GO TO FIN-LECTURA.
           ADD 1 TO TOTAL-PRESTAMOS.

           IF PTM-ESTADO NOT = "A" AND PTM-ESTADO NOT = "M"
               GO TO LEER-PRESTAMO.

           PERFORM COBRAR-PRESTAMO THRU COBRAR-PRESTAMO-FIN.
           GO TO LEER-PRESTAMO.

      * Recorre el cuadro del prestamo en orden de cuota y cobra
      * las vencidas; al primer impago se detiene, de modo que
      * nunca se cobra una cuota dejando otra anterior sin pagar.
       COBRAR-PRESTAMO.
           MOVE 0 TO PRESTAMO-DETENIDO.
           MOVE 0 TO PTM-MORA.

           MOVE PTM-NUM TO CAM-PRESTAMO.
           MOVE 1       TO CAM-CUOTA.
           START F-CUADRO KEY IS >= CAM-CLAVE
               INVALID KEY GO TO CUADRO-RECORRIDO.

       LEER-CUOTA-PRESTAMO.
           READ F-CUADRO NEXT RECORD AT END
               GO TO CUADRO-RECORRIDO.
           IF CAM-PRESTAMO NOT = PTM-NUM
               GO TO CUADRO-RECORRIDO.
           IF CAM-ESTADO = "C"
               GO TO LEER-CUOTA-PRESTAMO.
           IF CAM-FECHA > FECHA-HOY-AAAAMMDD
               GO TO CUADRO-RECORRIDO.

           IF PRESTAMO-DETENIDO = 0
               PERFORM COBRAR-CUOTA THRU COBRAR-CUOTA-FIN.

      * Con la tarjeta congelada la cuota se aplaza sin mora, como
      * en las cuotas de compras.
           IF CAM-ESTADO = "P" AND PRESTAMO-DETENIDO = 1
               MOVE "M" TO CAM-ESTADO
               REWRITE CUADRO-REG INVALID KEY GO TO FIN-ERROR
               ADD 1 TO TOTAL-IMPAGADAS
               MOVE SPACES TO LINEA-INFORME
               STRING "IMPAGO prestamo " PTM-NUM " tarjeta "
                   PTM-TARJETA " cuota " CAM-CUOTA " de "
                   PTM-MESES " en mora"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME.

           IF CAM-ESTADO = "M"
               ADD 1 TO PTM-MORA.
           GO TO LEER-CUOTA-PRESTAMO.

       CUADRO-RECORRIDO.
           IF PTM-PAGADAS >= PTM-MESES
               MOVE "F" TO PTM-ESTADO
               ADD 1 TO TOTAL-AMORTIZADOS
               MOVE SPACES TO LINEA-INFORME
               STRING "AMORTIZADO prestamo " PTM-NUM " cuenta "
                   PTM-CUENTA DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               IF PTM-MORA > 0
                   MOVE "M" TO PTM-ESTADO
               ELSE
                   MOVE "A" TO PTM-ESTADO
               END-IF
           END-IF.

           REWRITE PRESTAMO-REG INVALID KEY GO TO FIN-ERROR.

       COBRAR-PRESTAMO-FIN.
           EXIT.

      * Cobro de la cuota en curso del cuadro.  Sin saldo suficiente
      * el cobro se detiene con PRESTAMO-DETENIDO a 1; con la
      * tarjeta congelada, a 2.
       COBRAR-CUOTA.
           MOVE PTM-TARJETA TO TARJETA-COMPROBAR.
           PERFORM CONSULTA-CONGELACION
               THRU CONSULTA-CONGELACION-FIN.
           IF TARJETA-CONGELADA = "S"
               MOVE 2 TO PRESTAMO-DETENIDO
               MOVE SPACES TO LINEA-INFORME
               STRING "CONGELADA prestamo " PTM-NUM " tarjeta "
                   PTM-TARJETA " cuota " CAM-CUOTA " aplazada"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               ADD 1 TO TOTAL-CONGELADAS
               GO TO COBRAR-CUOTA-FIN.

           MOVE PTM-TARJETA TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.

           PERFORM CONSULTA-SOBREGIRO THRU CONSULTA-SOBREGIRO-FIN.

           IF CAM-CUOTA-CENT > CENT-SALDO-ACTUAL + SOBREGIRO-CENT
               MOVE 1 TO PRESTAMO-DETENIDO
               GO TO COBRAR-CUOTA-FIN.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

           IF CAM-AMORT-CENT > 0
               MOVE CAM-AMORT-CENT TO IMPORTE-APUNTE
               MOVE SPACES TO CONCEPTO-APUNTE
               STRING "Prestamo " PTM-NUM " capital " CAM-CUOTA
                   DELIMITED BY SIZE INTO CONCEPTO-APUNTE
               MOVE "OTR" TO CATEGORIA-APUNTE
               PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-FIN
           END-IF.

           IF CAM-INTERES-CENT > 0
               MOVE CAM-INTERES-CENT TO IMPORTE-APUNTE
               MOVE SPACES TO CONCEPTO-APUNTE
               STRING "Prestamo " PTM-NUM " interes " CAM-CUOTA
                   DELIMITED BY SIZE INTO CONCEPTO-APUNTE
               MOVE "INT" TO CATEGORIA-APUNTE
               PERFORM GRABAR-APUNTE THRU GRABAR-APUNTE-FIN
           END-IF.

           CLOSE F-MOVIMIENTOS.

           MOVE "C"          TO CAM-ESTADO.
           MOVE LAST-MOV-NUM TO CAM-MOV-NUM.
           REWRITE CUADRO-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO PTM-PAGADAS.
           SUBTRACT CAM-AMORT-CENT FROM PTM-PENDIENTE-CENT.
           ADD CAM-AMORT-CENT   TO TOTAL-CAPITAL-CENT.
           ADD CAM-INTERES-CENT TO TOTAL-INTERES-CENT.
           ADD 1 TO TOTAL-COBRADAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "COBRADA prestamo " PTM-NUM " tarjeta " PTM-TARJETA
               " cuota " CAM-CUOTA " de " PTM-MESES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       COBRAR-CUOTA-FIN.
           EXIT.

      * Adeuda IMPORTE-APUNTE en la tarjeta del prestamo con el
      * concepto y la categoria preparados por el llamador.
       GRABAR-APUNTE.
           SUBTRACT IMPORTE-APUNTE FROM CENT-SALDO-ACTUAL.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE PTM-TARJETA           TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (IMPORTE-APUNTE / 100).
           MOVE FUNCTION MOD(IMPORTE-APUNTE, 100)
               TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-APUNTE       TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "PTM"                 TO MOV-CANAL.
           MOVE CATEGORIA-APUNTE      TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

       GRABAR-APUNTE-FIN.
           EXIT.

       CONSULTA-SOBREGIRO.
           MOVE 0 TO SOBREGIRO-CENT.

           IF PTM-CUENTA = 0
               GO TO CONSULTA-SOBREGIRO-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO CONSULTA-SOBREGIRO-FIN.

           MOVE PTM-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO CONSULTA-SOBREGIRO-FIN.

           COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                                   + CTA-SOBREG-DEC.
           CLOSE CUENTAS.

       CONSULTA-SOBREGIRO-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-PRESTAMOS.
           CLOSE F-CUADRO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuotas cobradas  : " TOTAL-COBRADAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Capital cobrado (cent.)  : " TOTAL-CAPITAL-CENT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Intereses cobrados (cent.): " TOTAL-INTERES-CENT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuotas en mora nuevas: " TOTAL-IMPAGADAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cobros congelados: " TOTAL-CONGELADAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE F-INFORME.

           DISPLAY "BATCHPRE: prestamos leidos   : " TOTAL-PRESTAMOS.
           DISPLAY "BATCHPRE: cuotas cobradas    : " TOTAL-COBRADAS.
           DISPLAY "BATCHPRE: cuotas en mora     : " TOTAL-IMPAGADAS.
           DISPLAY "BATCHPRE: cobros congelados  : " TOTAL-CONGELADAS.
           DISPLAY "BATCHPRE: prestamos amortizados: "
               TOTAL-AMORTIZADOS.
           STOP RUN.

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

      * Tarjeta congelada temporalmente por su titular: mientras
      * dure la congelacion todos los adeudos se rechazan.
       CONSULTA-CONGELACION.
           MOVE "N" TO TARJETA-CONGELADA.

           OPEN INPUT INTENTOS.
           IF FSIB <> 00
               CLOSE INTENTOS
               GO TO CONSULTA-CONGELACION-FIN.

           MOVE TARJETA-COMPROBAR TO INUM.
           READ INTENTOS INVALID KEY
               CLOSE INTENTOS
               GO TO CONSULTA-CONGELACION-FIN.

           IF I-REPORTADO = "C"
               MOVE "S" TO TARJETA-CONGELADA.
           CLOSE INTENTOS.

       CONSULTA-CONGELACION-FIN.
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
           MOVE "BATCHPRE"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSPT=" FSPT " " "FSCA=" FSCA " " "FSM=" FSM " "
               "FSK=" FSK DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
