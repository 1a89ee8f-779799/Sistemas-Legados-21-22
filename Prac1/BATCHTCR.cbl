       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHTCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TARJCREDITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCR-TARJETA
           FILE STATUS IS FSTC.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           ALTERNATE RECORD KEY IS CTA-ID-E WITH DUPLICATES
           FILE STATUS IS FST.

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
       FD F-TARJCREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetascredito.ubd".
       01 TARJCREDITO-REG.
           02 TCR-TARJETA           PIC 9(16).
           02 TCR-TARJETA-PAGO      PIC 9(16).
           02 TCR-LIMITE-CENT       PIC S9(11).
           02 TCR-DISPUESTO-CENT    PIC S9(11).
           02 TCR-PENDIENTE-CENT    PIC S9(11).
           02 TCR-EXTRACTO-CENT     PIC S9(11).
           02 TCR-FECHA-EXTRACTO    PIC   9(8).
           02 TCR-PCT-PAGO          PIC   9(3).
           02 TCR-TASA-BP           PIC   9(4).
           02 TCR-ESTADO            PIC   X(1).

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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-SALT-E  PIC  9(4).
           02 TPIN-HASH-E PIC  9(9).
           02 TCAD-E      PIC  9(6).
           02 CTA-ID-E    PIC 9(16).
           02 TPRIMER-USO-E PIC  X(1).
           02 TIDIOMA-E    PIC  X(2).

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
           VALUE OF FILE-ID IS "informecredito.txt".
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
       77 FSTC                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FST                      PIC  X(2).
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
       77 FECHA-MANANA             PIC  9(8).
       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 SOBREGIRO-CENT           PIC S9(9).
       77 INTERES-CENT             PIC S9(11).
       77 EXTRACTO-CENT            PIC S9(11).
       77 COBRO-CENT               PIC S9(11).

       77 TOTAL-LINEAS             PIC  9(9) VALUE 0.
       77 TOTAL-EXTRACTOS          PIC  9(9) VALUE 0.
       77 TOTAL-COBRADOS           PIC  9(9) VALUE 0.
       77 TOTAL-IMPAGADOS          PIC  9(9) VALUE 0.
       77 TOTAL-CONGELADOS         PIC  9(9) VALUE 0.
       77 TOTAL-COBRO-CENT         PIC S9(13) VALUE 0.
       77 TOTAL-INTERES-CENT       PIC S9(13) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Extracto mensual de las tarjetas de credito.  El ultimo dia
      * del mes cada linea activa liquida lo dispuesto en el ciclo
      * mas lo aplazado de extractos anteriores con sus intereses;
      * se cobra el total o el porcentaje pactado de la tarjeta de
      * pago y el resto queda aplazado al siguiente extracto.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHTCR - Extracto mensual de tarjetas de credito".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes: si manana ya es dia 1 se emite.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHTCR: no es fin de mes, sin extractos"
               STOP RUN.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHTCR: error abriendo informecredito.txt, "
                   "FSI=" FSI
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Extractos de tarjetas de credito "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O F-TARJCREDITO.
           IF FSTC = 35
               DISPLAY "BATCHTCR: sin tarjetas de credito"
               CLOSE F-INFORME
               STOP RUN.
           IF FSTC <> 00 AND 05
               DISPLAY "BATCHTCR: error abriendo tarjetascredito, "
                   "FSTC=" FSTC
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-LINEA.
           READ F-TARJCREDITO NEXT RECORD AT END GO TO FIN-LECTURA.
           ADD 1 TO TOTAL-LINEAS.

           IF TCR-ESTADO NOT = "A"
               GO TO LEER-LINEA.
      * Una repeticion del lote el mismo mes no vuelve a facturar.
           IF TCR-FECHA-EXTRACTO(1:6) = FECHA-HOY-AAAAMMDD(1:6)
               GO TO LEER-LINEA.

           PERFORM EMITIR-EXTRACTO THRU EMITIR-EXTRACTO-FIN.
           GO TO LEER-LINEA.

       EMITIR-EXTRACTO.
           COMPUTE INTERES-CENT ROUNDED =
               TCR-PENDIENTE-CENT * TCR-TASA-BP / 120000.
           COMPUTE EXTRACTO-CENT = TCR-PENDIENTE-CENT + INTERES-CENT
               + TCR-DISPUESTO-CENT.

           MOVE EXTRACTO-CENT      TO TCR-EXTRACTO-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO TCR-FECHA-EXTRACTO.
           MOVE 0                  TO TCR-DISPUESTO-CENT.
           MOVE EXTRACTO-CENT      TO TCR-PENDIENTE-CENT.
           ADD 1 TO TOTAL-EXTRACTOS.
           ADD INTERES-CENT TO TOTAL-INTERES-CENT.

           IF EXTRACTO-CENT NOT > 0
               REWRITE TARJCREDITO-REG INVALID KEY GO TO FIN-ERROR
               GO TO EMITIR-EXTRACTO-FIN.

           IF TCR-PCT-PAGO >= 100
               MOVE EXTRACTO-CENT TO COBRO-CENT
           ELSE
               COMPUTE COBRO-CENT ROUNDED =
                   EXTRACTO-CENT * TCR-PCT-PAGO / 100.

      * Con la tarjeta de pago congelada no se adeuda nada: todo el
      * extracto queda aplazado y devenga interes el mes siguiente.
           MOVE TCR-TARJETA-PAGO TO TARJETA-COMPROBAR.
           PERFORM CONSULTA-CONGELACION
               THRU CONSULTA-CONGELACION-FIN.
           IF TARJETA-CONGELADA = "S"
               REWRITE TARJCREDITO-REG INVALID KEY GO TO FIN-ERROR
               MOVE SPACES TO LINEA-INFORME
               STRING "CONGELADA tarjeta " TCR-TARJETA " extracto "
                   EXTRACTO-CENT " aplazado"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               ADD 1 TO TOTAL-CONGELADOS
               GO TO EMITIR-EXTRACTO-FIN.

           MOVE TCR-TARJETA-PAGO TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.

           PERFORM CONSULTA-SOBREGIRO THRU CONSULTA-SOBREGIRO-FIN.

           IF COBRO-CENT > CENT-SALDO-ACTUAL + SOBREGIRO-CENT
               REWRITE TARJCREDITO-REG INVALID KEY GO TO FIN-ERROR
               MOVE SPACES TO LINEA-INFORME
               STRING "IMPAGO tarjeta " TCR-TARJETA " extracto "
                   EXTRACTO-CENT " cobro " COBRO-CENT
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               ADD 1 TO TOTAL-IMPAGADOS
               GO TO EMITIR-EXTRACTO-FIN.

           SUBTRACT COBRO-CENT FROM CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TCR-TARJETA-PAGO      TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (COBRO-CENT / 100).
           MOVE FUNCTION MOD(COBRO-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Extracto tarjeta credito "
               TCR-TARJETA(13:4) DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "TCR"                 TO MOV-CANAL.
           MOVE "OTR"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           SUBTRACT COBRO-CENT FROM TCR-PENDIENTE-CENT.
           REWRITE TARJCREDITO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-COBRADOS.
           ADD COBRO-CENT TO TOTAL-COBRO-CENT.

           MOVE SPACES TO LINEA-INFORME.
           STRING "COBRADO tarjeta " TCR-TARJETA " extracto "
               EXTRACTO-CENT " cobro " COBRO-CENT " aplazado "
               TCR-PENDIENTE-CENT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       EMITIR-EXTRACTO-FIN.
           EXIT.

      * El descubierto autorizado es el de la cuenta de la tarjeta
      * de pago.
       CONSULTA-SOBREGIRO.
           MOVE 0 TO SOBREGIRO-CENT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO CONSULTA-SOBREGIRO-FIN.

           MOVE TCR-TARJETA-PAGO TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO CONSULTA-SOBREGIRO-FIN.
           CLOSE TARJETAS.

           IF CTA-ID-E = 0
               GO TO CONSULTA-SOBREGIRO-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO CONSULTA-SOBREGIRO-FIN.

           MOVE CTA-ID-E TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO CONSULTA-SOBREGIRO-FIN.

           COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                                   + CTA-SOBREG-DEC.
           CLOSE CUENTAS.

       CONSULTA-SOBREGIRO-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-TARJCREDITO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Extractos emitidos : " TOTAL-EXTRACTOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Extractos cobrados : " TOTAL-COBRADOS
               " importe " TOTAL-COBRO-CENT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Extractos impagados: " TOTAL-IMPAGADOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Intereses cargados : " TOTAL-INTERES-CENT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE F-INFORME.

           DISPLAY "BATCHTCR: lineas leidas       : " TOTAL-LINEAS.
           DISPLAY "BATCHTCR: extractos emitidos  : " TOTAL-EXTRACTOS.
           DISPLAY "BATCHTCR: extractos cobrados  : " TOTAL-COBRADOS.
           DISPLAY "BATCHTCR: extractos impagados : " TOTAL-IMPAGADOS.
           DISPLAY "BATCHTCR: extractos congelados: " TOTAL-CONGELADOS.
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
           MOVE "BATCHTCR"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSTC=" FSTC " " "FSM=" FSM " " "FSK=" FSK " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
