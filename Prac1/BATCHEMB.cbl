       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHEMB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           ALTERNATE RECORD KEY IS EMB-CUENTA WITH DUPLICATES
           FILE STATUS IS FSEM.

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


           SELECT F-RESPUESTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.


       DATA DIVISION.
       FILE SECTION.
      * Ordenes de embargo judiciales o administrativas sobre una
      * cuenta.  Estado A activa, C cumplida, L levantada.
       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(10).
           02 EMB-CUENTA            PIC 9(16).
           02 EMB-AUTORIDAD         PIC X(30).
           02 EMB-REFERENCIA        PIC X(20).
           02 EMB-ORDENADO-CENT     PIC S9(11).
           02 EMB-RETENIDO-CENT     PIC S9(11).
           02 EMB-FECHA-ALTA        PIC   9(8).
           02 EMB-FECHA-BAJA        PIC   9(8).
           02 EMB-OPERADOR          PIC   9(4).
           02 EMB-ESTADO            PIC   X(1).

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
           VALUE OF FILE-ID IS "informeembargos.txt".
       01 LINEA-INFORME            PIC  X(100).

      * Fichero de respuesta a las autoridades emisoras: un registro
      * de ancho fijo por orden tratada.  Estado C orden cumplida,
      * P retencion parcial, S sin saldo embargable.
       FD F-RESPUESTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "respuestaembargos.txt".
       01 RESPUESTA-REG.
           02 RSP-REFERENCIA        PIC X(20).
           02 RSP-AUTORIDAD         PIC X(30).
           02 RSP-CUENTA            PIC 9(16).
           02 RSP-FECHA             PIC  9(8).
           02 RSP-ORDENADO-CENT     PIC 9(11).
           02 RSP-TRANSFERIDO-CENT  PIC 9(11).
           02 RSP-ACUMULADO-CENT    PIC 9(11).
           02 RSP-ESTADO            PIC  X(1).


       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).


       WORKING-STORAGE SECTION.
       77 FSEM                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).

      * Importe inembargable: el salario minimo interprofesional
      * mensual queda siempre a disposicion del titular.  Sale de
      * parametros (EMBSMI, en centimos; 113400 si no esta).
       77 EMB-SMI-CENT             PIC S9(11).
       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

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
       77 SALDO-CUENTA-CENT        PIC S9(11).
       77 PENDIENTE-CENT           PIC S9(11).
       77 A-TRANSFERIR-CENT        PIC S9(11).
       77 TRANSFERIDO-CENT         PIC S9(11).
       77 CARGO-CENT               PIC S9(11).

       77 TOTAL-ORDENES            PIC  9(9) VALUE 0.
       77 TOTAL-CUMPLIDAS          PIC  9(9) VALUE 0.
       77 TOTAL-PARCIALES          PIC  9(9) VALUE 0.
       77 TOTAL-SIN-SALDO          PIC  9(9) VALUE 0.
       77 TOTAL-TRANSFERIDO-CENT   PIC S9(13) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Ejecucion de las ordenes de embargo activas: del saldo
      * conjunto de las tarjetas de la cuenta se transfiere a la
      * autoridad lo que exceda del minimo inembargable, hasta cubrir
      * lo ordenado, y se deja el fichero de respuesta.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHEMB - Ejecucion de ordenes de embargo".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           MOVE "EMBSMI" TO PARAM-BUSCADO.
           MOVE 113400 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO EMB-SMI-CENT.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHEMB: error abriendo informeembargos.txt, "
                   "FSI=" FSI
               GO TO FIN-ERROR.

           OPEN OUTPUT F-RESPUESTA.
           IF FSR <> 00
               DISPLAY "BATCHEMB: error abriendo respuestaembargos.txt"
                   ", FSR=" FSR
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Ejecucion de embargos "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN I-O F-EMBARGOS.
           IF FSEM = 35
               DISPLAY "BATCHEMB: sin ordenes de embargo"
               CLOSE F-INFORME
               CLOSE F-RESPUESTA
               STOP RUN.
           IF FSEM <> 00 AND 05
               DISPLAY "BATCHEMB: error abriendo embargos, FSEM="
                   FSEM
               CLOSE F-INFORME
               CLOSE F-RESPUESTA
               GO TO FIN-ERROR.

       LEER-ORDEN.
           READ F-EMBARGOS NEXT RECORD AT END GO TO FIN-LECTURA.
           IF EMB-ESTADO NOT = "A"
               GO TO LEER-ORDEN.

           ADD 1 TO TOTAL-ORDENES.
           PERFORM EJECUTAR-ORDEN THRU EJECUTAR-ORDEN-FIN.
           GO TO LEER-ORDEN.

      * Varias ordenes sobre la misma cuenta se atienden por orden
      * de registro; cada una ve el saldo que dejo la anterior.
       EJECUTAR-ORDEN.
           COMPUTE PENDIENTE-CENT = EMB-ORDENADO-CENT
               - EMB-RETENIDO-CENT.
           MOVE 0 TO TRANSFERIDO-CENT.

           PERFORM SUMAR-SALDOS-CUENTA THRU SUMAR-SALDOS-CUENTA-FIN.

           COMPUTE A-TRANSFERIR-CENT = SALDO-CUENTA-CENT
               - EMB-SMI-CENT.
           IF A-TRANSFERIR-CENT > PENDIENTE-CENT
               MOVE PENDIENTE-CENT TO A-TRANSFERIR-CENT.

           IF A-TRANSFERIR-CENT > 0
               PERFORM CARGAR-TARJETAS THRU CARGAR-TARJETAS-FIN.

           ADD TRANSFERIDO-CENT TO EMB-RETENIDO-CENT.
           ADD TRANSFERIDO-CENT TO TOTAL-TRANSFERIDO-CENT.

           MOVE EMB-REFERENCIA     TO RSP-REFERENCIA.
           MOVE EMB-AUTORIDAD      TO RSP-AUTORIDAD.
           MOVE EMB-CUENTA         TO RSP-CUENTA.
           MOVE FECHA-HOY-AAAAMMDD TO RSP-FECHA.
           MOVE EMB-ORDENADO-CENT  TO RSP-ORDENADO-CENT.
           MOVE TRANSFERIDO-CENT   TO RSP-TRANSFERIDO-CENT.
           MOVE EMB-RETENIDO-CENT  TO RSP-ACUMULADO-CENT.

           IF EMB-RETENIDO-CENT >= EMB-ORDENADO-CENT
               MOVE "C" TO EMB-ESTADO
               MOVE FECHA-HOY-AAAAMMDD TO EMB-FECHA-BAJA
               MOVE "C" TO RSP-ESTADO
               ADD 1 TO TOTAL-CUMPLIDAS
           ELSE
               IF TRANSFERIDO-CENT > 0
                   MOVE "P" TO RSP-ESTADO
                   ADD 1 TO TOTAL-PARCIALES
               ELSE
                   MOVE "S" TO RSP-ESTADO
                   ADD 1 TO TOTAL-SIN-SALDO
               END-IF
           END-IF.

           REWRITE EMBARGO-REG INVALID KEY GO TO FIN-ERROR.
           WRITE RESPUESTA-REG.

           MOVE SPACES TO LINEA-INFORME.
           STRING "ORDEN " EMB-NUM " cuenta " EMB-CUENTA
               " transferido " TRANSFERIDO-CENT " estado " RSP-ESTADO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       EJECUTAR-ORDEN-FIN.
           EXIT.

      * Saldo conjunto de las tarjetas de la cuenta embargada.
       SUMAR-SALDOS-CUENTA.
           MOVE 0 TO SALDO-CUENTA-CENT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SUMAR-SALDOS-CUENTA-FIN.

           MOVE EMB-CUENTA TO CTA-ID-E.
           START TARJETAS KEY IS = CTA-ID-E
               INVALID KEY GO TO SALDOS-SUMADOS.

       LEER-TARJETA-SUMA.
           READ TARJETAS NEXT RECORD AT END GO TO SALDOS-SUMADOS.
           IF CTA-ID-E NOT = EMB-CUENTA
               GO TO SALDOS-SUMADOS.

           MOVE TNUM-E TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               ADD SAL-CENT TO SALDO-CUENTA-CENT.
           GO TO LEER-TARJETA-SUMA.

       SALDOS-SUMADOS.
           CLOSE TARJETAS.

       SUMAR-SALDOS-CUENTA-FIN.
           EXIT.

      * Se adeuda tarjeta a tarjeta, sin dejar ninguna en negativo,
      * hasta reunir el importe a transferir.
       CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO CARGAR-TARJETAS-FIN.

           MOVE EMB-CUENTA TO CTA-ID-E.
           START TARJETAS KEY IS = CTA-ID-E
               INVALID KEY GO TO TARJETAS-CARGADAS.

       LEER-TARJETA-CARGO.
           IF TRANSFERIDO-CENT >= A-TRANSFERIR-CENT
               GO TO TARJETAS-CARGADAS.
           READ TARJETAS NEXT RECORD AT END GO TO TARJETAS-CARGADAS.
           IF CTA-ID-E NOT = EMB-CUENTA
               GO TO TARJETAS-CARGADAS.

           MOVE TNUM-E TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 0
               GO TO LEER-TARJETA-CARGO.
           IF SAL-CENT NOT > 0
               GO TO LEER-TARJETA-CARGO.

           MOVE SAL-CENT TO CENT-SALDO-ACTUAL.
           COMPUTE CARGO-CENT = A-TRANSFERIR-CENT - TRANSFERIDO-CENT.
           IF CARGO-CENT > CENT-SALDO-ACTUAL
               MOVE CENT-SALDO-ACTUAL TO CARGO-CENT.

           PERFORM GRABAR-CARGO THRU GRABAR-CARGO-FIN.
           ADD CARGO-CENT TO TRANSFERIDO-CENT.
           GO TO LEER-TARJETA-CARGO.

       TARJETAS-CARGADAS.
           CLOSE TARJETAS.

       CARGAR-TARJETAS-FIN.
           EXIT.

       GRABAR-CARGO.
           SUBTRACT CARGO-CENT FROM CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TNUM-E                TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CARGO-CENT / 100).
           MOVE FUNCTION MOD(CARGO-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Embargo " EMB-REFERENCIA
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "EMB"                 TO MOV-CANAL.
           MOVE "OTR"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       GRABAR-CARGO-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE F-EMBARGOS.
           CLOSE F-RESPUESTA.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Ordenes cumplidas : " TOTAL-CUMPLIDAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Ordenes parciales : " TOTAL-PARCIALES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Ordenes sin saldo : " TOTAL-SIN-SALDO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Total transferido : " TOTAL-TRANSFERIDO-CENT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE F-INFORME.

           DISPLAY "BATCHEMB: ordenes activas  : " TOTAL-ORDENES.
           DISPLAY "BATCHEMB: ordenes cumplidas: " TOTAL-CUMPLIDAS.
           DISPLAY "BATCHEMB: ordenes parciales: " TOTAL-PARCIALES.
           DISPLAY "BATCHEMB: ordenes sin saldo: " TOTAL-SIN-SALDO.
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

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
       LEER-PARAMETRO.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PARAM-BUSCADO TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PAR-VALOR TO PARAM-LEIDO.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
           EXIT.

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
           MOVE "BATCHEMB"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSEM=" FSEM " " "FSM=" FSM " " "FSK=" FSK " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
