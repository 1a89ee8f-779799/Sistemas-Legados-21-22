       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-VALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAL-COD
           FILE STATUS IS FSVA.

           SELECT OPTIONAL F-VALESMOV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VMV-CLAVE
           ALTERNATE RECORD KEY IS VMV-MOV-NUM WITH DUPLICATES
           FILE STATUS IS FSVM.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-CADUCADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCA.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
      * Vales regalo (BANKVAL).
       FD F-VALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "valesregalo.ubd".
       01 VALE-REG.
           02 VAL-COD               PIC  9(12).
           02 VAL-TARJETA           PIC  9(16).
           02 VAL-IMPORTE-CENT      PIC  9(9).
           02 VAL-SALDO-CENT        PIC  9(9).
           02 VAL-CADUCADO-CENT     PIC  9(9).
           02 VAL-FECHA-EMISION     PIC  9(8).
           02 VAL-FECHA-CADUCIDAD   PIC  9(8).
           02 VAL-MOV-NUM           PIC  9(35).
           02 VAL-ESTADO            PIC  X(1).

       FD F-VALESMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "valesmov.ubd".
       01 VALEMOV-REG.
           02 VMV-CLAVE.
               03 VMV-COD           PIC  9(12).
               03 VMV-SEC           PIC  9(4).
           02 VMV-TIPO              PIC  X(1).
           02 VMV-IMPORTE-CENT      PIC S9(9).
           02 VMV-TOTAL-CENT        PIC  9(9).
           02 VMV-FECHA             PIC  9(8).
           02 VMV-MOV-NUM           PIC  9(35).
           02 VMV-TARJETA           PIC  9(16).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-CADUCADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "valescaducados.txt".
       01 LINEA-CADUCADOS           PIC X(132).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informevales.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSVA                      PIC  X(2).
       77 FSVM                      PIC  X(2).
       77 FSFO                      PIC  X(2).
       77 FSCA                      PIC  X(2).
       77 FSIF                      PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD        PIC  9(8).
       77 FECHA-MANANA              PIC  9(8).
       77 FIN-DE-MES                PIC  X(1) VALUE "N".

       77 CADUCADO-CENT             PIC S9(11).
       77 ULTIMO-SEC                PIC  9(4).

       77 VALES-CADUCADOS           PIC  9(6) VALUE 0.
       77 TOTAL-CADUCADO-CENT       PIC S9(13) VALUE 0.
       77 VALES-VIVOS               PIC  9(6) VALUE 0.
       77 VALES-AGOTADOS            PIC  9(6) VALUE 0.
       77 PENDIENTE-CENT            PIC S9(13) VALUE 0.

      * Actividad del mes en la historia de los vales.
       77 MES-EMITIDOS              PIC  9(6) VALUE 0.
       77 MES-EMITIDO-CENT          PIC S9(13) VALUE 0.
       77 MES-CANJES                PIC  9(6) VALUE 0.
       77 MES-CANJEADO-CENT         PIC S9(13) VALUE 0.
       77 MES-REINTEGRADO-CENT      PIC S9(13) VALUE 0.
       77 MES-CADUCADO-CENT         PIC S9(13) VALUE 0.

       77 IMPORTE-EUR               PIC S9(11)V99.
       77 IMPORTE-EDIT              PIC -(10)9.99.
       77 CADUCADO-EDIT             PIC -(10)9.99.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).


      * Cierre diario de los vales regalo.  Los vales vencidos con
      * saldo sin canjear se dan por caducados: el saldo pasa a
      * ingreso del banco, se anota en la historia del vale y se
      * relaciona en valescaducados.txt con su total.  El ultimo dia
      * del mes saca ademas informevales.txt con el saldo vivo de los
      * vales, que es lo que el banco debe a sus portadores, y la
      * actividad del mes.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHVAL - Caducidad y saldo vivo de vales regalo".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) = "01"
               MOVE "S" TO FIN-DE-MES.

           OPEN I-O F-VALES.
           IF FSVA = 35
               CLOSE F-VALES
               OPEN OUTPUT F-VALES
               CLOSE F-VALES
               OPEN I-O F-VALES.
           IF FSVA <> 00 AND 05
               DISPLAY "BATCHVAL: error abriendo vales, FSVA=" FSVA
               GO TO FIN-ERROR.

           OPEN I-O F-VALESMOV.
           IF FSVM = 35
               CLOSE F-VALESMOV
               OPEN OUTPUT F-VALESMOV
               CLOSE F-VALESMOV
               OPEN I-O F-VALESMOV.
           IF FSVM <> 00 AND 05
               DISPLAY "BATCHVAL: error abriendo historia de vales, "
                   "FSVM=" FSVM
               GO TO FIN-ERROR.

           OPEN OUTPUT F-CADUCADOS.
           IF FSCA <> 00
               DISPLAY "BATCHVAL: error abriendo valescaducados.txt, "
                   "FSCA=" FSCA
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-CADUCADOS.
           STRING "UNIZARBANK - VALES REGALO CADUCADOS - FECHA "
               FECHA-HOY-AAAAMMDD
               DELIMITED BY SIZE INTO LINEA-CADUCADOS.
           WRITE LINEA-CADUCADOS.
           MOVE SPACES TO LINEA-CADUCADOS.
           WRITE LINEA-CADUCADOS.
           MOVE SPACES TO LINEA-CADUCADOS.
           STRING "VALE         TARJETA          EMISION  CADUCIDAD"
               "       IMPORTE SALDO CADUCADO"
               DELIMITED BY SIZE INTO LINEA-CADUCADOS.
           WRITE LINEA-CADUCADOS.

       LEER-VALE.
           READ F-VALES NEXT RECORD AT END
               GO TO VALES-LEIDOS.

           IF VAL-ESTADO = "C"
               GO TO LEER-VALE.

           IF VAL-SALDO-CENT = 0
               ADD 1 TO VALES-AGOTADOS
               GO TO LEER-VALE.

           IF VAL-FECHA-CADUCIDAD >= FECHA-HOY-AAAAMMDD
               ADD 1 TO VALES-VIVOS
               ADD VAL-SALDO-CENT TO PENDIENTE-CENT
               GO TO LEER-VALE.

      * Vencido con saldo: lo no canjeado se da por perdido para el
      * portador y pasa a ingreso.
           MOVE VAL-SALDO-CENT TO CADUCADO-CENT.
           MOVE VAL-SALDO-CENT TO VAL-CADUCADO-CENT.
           MOVE 0              TO VAL-SALDO-CENT.
           MOVE "C"            TO VAL-ESTADO.
           REWRITE VALE-REG INVALID KEY
               DISPLAY "BATCHVAL: error regrabando el vale " VAL-COD
               GO TO LEER-VALE.

           PERFORM ANOTAR-CADUCIDAD THRU ANOTAR-CADUCIDAD-FIN.

           ADD 1 TO VALES-CADUCADOS.
           ADD CADUCADO-CENT TO TOTAL-CADUCADO-CENT.

           COMPUTE IMPORTE-EUR = VAL-IMPORTE-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.
           COMPUTE IMPORTE-EUR = CADUCADO-CENT / 100.
           MOVE IMPORTE-EUR TO CADUCADO-EDIT.
           MOVE SPACES TO LINEA-CADUCADOS.
           STRING VAL-COD " " VAL-TARJETA " " VAL-FECHA-EMISION " "
               VAL-FECHA-CADUCIDAD " " IMPORTE-EDIT " " CADUCADO-EDIT
               DELIMITED BY SIZE INTO LINEA-CADUCADOS.
           WRITE LINEA-CADUCADOS.
           GO TO LEER-VALE.

       VALES-LEIDOS.
           CLOSE F-VALES.

           MOVE SPACES TO LINEA-CADUCADOS.
           WRITE LINEA-CADUCADOS.
           COMPUTE IMPORTE-EUR = TOTAL-CADUCADO-CENT / 100.
           MOVE IMPORTE-EUR TO CADUCADO-EDIT.
           MOVE SPACES TO LINEA-CADUCADOS.
           STRING "VALES CADUCADOS: " VALES-CADUCADOS
               "   INGRESO POR SALDOS NO CANJEADOS (EUR): "
               CADUCADO-EDIT
               DELIMITED BY SIZE INTO LINEA-CADUCADOS.
           WRITE LINEA-CADUCADOS.
           CLOSE F-CADUCADOS.

           IF FIN-DE-MES = "S"
               PERFORM INFORME-MENSUAL THRU INFORME-MENSUAL-FIN.

           CLOSE F-VALESMOV.
           DISPLAY "BATCHVAL: caducados " VALES-CADUCADOS
               " ingreso " TOTAL-CADUCADO-CENT " cent."
               " vivos " VALES-VIVOS " saldo vivo "
               PENDIENTE-CENT " cent.".
           STOP RUN.

      * Apunte C en la historia del vale con la siguiente secuencia.
       ANOTAR-CADUCIDAD.
           MOVE 0 TO ULTIMO-SEC.
           MOVE VAL-COD TO VMV-COD.
           MOVE 0       TO VMV-SEC.
           START F-VALESMOV KEY IS >= VMV-CLAVE INVALID KEY
               GO TO ESCRIBIR-CADUCIDAD.

       LEER-HISTORIA.
           READ F-VALESMOV NEXT RECORD AT END
               GO TO ESCRIBIR-CADUCIDAD.
           IF VMV-COD NOT = VAL-COD
               GO TO ESCRIBIR-CADUCIDAD.
           MOVE VMV-SEC TO ULTIMO-SEC.
           GO TO LEER-HISTORIA.

       ESCRIBIR-CADUCIDAD.
           MOVE VAL-COD            TO VMV-COD.
           COMPUTE VMV-SEC = ULTIMO-SEC + 1.
           MOVE "C"                TO VMV-TIPO.
           COMPUTE VMV-IMPORTE-CENT = 0 - CADUCADO-CENT.
           MOVE 0                  TO VMV-TOTAL-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO VMV-FECHA.
           MOVE 0                  TO VMV-MOV-NUM.
           MOVE VAL-TARJETA        TO VMV-TARJETA.
           WRITE VALEMOV-REG INVALID KEY
               DISPLAY "BATCHVAL: error anotando la caducidad del "
                   "vale " VAL-COD.

       ANOTAR-CADUCIDAD-FIN.
           EXIT.

      * Saldo vivo a cierre de mes y actividad del mes, sacada de la
      * historia de los vales por fecha.
       INFORME-MENSUAL.
           MOVE 0 TO VMV-COD.
           MOVE 0 TO VMV-SEC.
           START F-VALESMOV KEY IS >= VMV-CLAVE INVALID KEY
               GO TO HISTORIA-LEIDA.

       LEER-ACTIVIDAD.
           READ F-VALESMOV NEXT RECORD AT END
               GO TO HISTORIA-LEIDA.
           IF VMV-FECHA(1:6) NOT = FECHA-HOY-AAAAMMDD(1:6)
               GO TO LEER-ACTIVIDAD.
           IF VMV-TIPO = "E"
               ADD 1 TO MES-EMITIDOS
               ADD VMV-IMPORTE-CENT TO MES-EMITIDO-CENT.
           IF VMV-TIPO = "R"
               ADD 1 TO MES-CANJES
               SUBTRACT VMV-IMPORTE-CENT FROM MES-CANJEADO-CENT.
           IF VMV-TIPO = "D"
               ADD VMV-IMPORTE-CENT TO MES-REINTEGRADO-CENT.
           IF VMV-TIPO = "C"
               SUBTRACT VMV-IMPORTE-CENT FROM MES-CADUCADO-CENT.
           GO TO LEER-ACTIVIDAD.

       HISTORIA-LEIDA.
           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHVAL: error abriendo informevales.txt, "
                   "FSIF=" FSIF
               GO TO INFORME-MENSUAL-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UNIZARBANK - VALES REGALO - CIERRE DE "
               FECHA-HOY-AAAAMMDD(5:2) "/" FECHA-HOY-AAAAMMDD(1:4)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           COMPUTE IMPORTE-EUR = PENDIENTE-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "SALDO VIVO PENDIENTE DE CANJE (EUR) . . : "
               IMPORTE-EDIT "  EN " VALES-VIVOS " VALES"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "VALES AGOTADOS SIN SALDO . . . . . . . : "
               VALES-AGOTADOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "ACTIVIDAD DEL MES"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMPORTE-EUR = MES-EMITIDO-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  VENDIDOS  . . . . . . . . . . . (EUR): "
               IMPORTE-EDIT "  EN " MES-EMITIDOS " VALES"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMPORTE-EUR = MES-CANJEADO-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  CANJEADO EN ENTRADAS  . . . . . (EUR): "
               IMPORTE-EDIT "  EN " MES-CANJES " COMPRAS"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMPORTE-EUR = MES-REINTEGRADO-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  REINTEGRADO POR ANULACIONES . . (EUR): "
               IMPORTE-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMPORTE-EUR = MES-CADUCADO-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  CADUCADO A INGRESO  . . . . . . (EUR): "
               IMPORTE-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

       INFORME-MENSUAL-FIN.
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
           MOVE "BATCHVAL"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSVA=" FSVA " FSVM=" FSVM " FSCA=" FSCA
               " FSIF=" FSIF
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
