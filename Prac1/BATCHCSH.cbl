       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCSH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

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

           SELECT OPTIONAL F-CASHBACK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSB-CLAVE
           FILE STATUS IS FSCB.

           SELECT OPTIONAL F-RECOMPENSAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCP-NUM
           FILE STATUS IS FSRC.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-C      PIC 9(16).
           02 TPIN-SALT-C  PIC  9(4).
           02 TPIN-HASH-C PIC  9(9).
           02 TCAD-C      PIC  9(6).
           02 CTA-ID-C    PIC 9(16).
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

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

      * Cashback de cada tarjeta y mes (AAAAMM).  CSB-ESTADO A
      * abonado en CSB-MOV-NUM, F no se pudo abonar (se reintenta en
      * la siguiente ejecucion del mismo mes).
       FD F-CASHBACK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cashback.ubd".
       01 CASHBACK-REG.
           02 CSB-CLAVE.
               03 CSB-TARJETA       PIC 9(16).
               03 CSB-PERIODO       PIC  9(6).
           02 CSB-BASE-CENT         PIC 9(11).
           02 CSB-BRUTO-CENT        PIC  9(9).
           02 CSB-CENT              PIC  9(9).
           02 CSB-MOV-NUM           PIC 9(35).
           02 CSB-ESTADO            PIC  X(1).

       FD F-RECOMPENSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recompensas.ubd".
       01 RECOMPENSA-REG.
           02 RCP-NUM               PIC  9(4).
           02 RCP-NOMBRE            PIC X(30).
           02 RCP-CATEGORIA         PIC  X(3).
           02 RCP-CANAL             PIC  X(3).
           02 RCP-PRODUCTO          PIC  X(3).
           02 RCP-ACREEDOR          PIC  X(8).
           02 RCP-DESDE             PIC  9(8).
           02 RCP-HASTA             PIC  9(8).
           02 RCP-BP                PIC  9(4).
           02 RCP-ESTADO            PIC  X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informecashback.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSCB                     PIC  X(2).
       77 FSRC                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSIF                     PIC  X(2).

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
       77 PERIODO-MES               PIC  9(6).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-USER-MOV-NUM        PIC  9(35).
       77 CENT-SALDO-USER          PIC S9(11).
       77 ABONO-FALLIDO            PIC  X(1).

       01 DATOS-CASHBACK.
           02 CSHC-TARJETA          PIC 9(16).
           02 CSHC-ANO              PIC  9(4).
           02 CSHC-MES              PIC  9(2).
           02 CSHC-RESULTADO        PIC  X(1).
           02 CSHC-BASE-CENT        PIC 9(11).
           02 CSHC-BRUTO-CENT       PIC  9(9).
           02 CSHC-CENT             PIC  9(9).
           02 CSHC-TOPE-CENT        PIC  9(9).
           02 CSHC-NUM-REGLAS       PIC  9(2).
           02 CSHC-REGLA OCCURS 20 TIMES.
               03 CSHC-REGLA-NUM        PIC  9(4).
               03 CSHC-REGLA-BASE-CENT  PIC 9(11).
               03 CSHC-REGLA-CENT       PIC  9(9).
       77 IDX-DESGLOSE             PIC  9(2).

      * Una fila por regla del fichero, con las tarjetas que la han
      * usado en el mes, el gasto bonificado y el cashback abonado.
       01 TABLA-COSTE.
           02 COSTE-ENTRADA OCCURS 50 TIMES.
               03 TCO-NUM           PIC  9(4).
               03 TCO-NOMBRE        PIC X(30).
               03 TCO-CATEGORIA     PIC  X(3).
               03 TCO-BP            PIC  9(4).
               03 TCO-TARJETAS      PIC  9(7).
               03 TCO-BASE-CENT     PIC 9(13).
               03 TCO-CENT          PIC 9(11).
       78 MAX-COSTE                VALUE 50.
       77 COSTE-USADAS             PIC  9(2) VALUE 0.
       77 IDX-COS                  PIC  9(2).

       01 TOTALES-CASHBACK.
           02 TOT-TARJETAS          PIC  9(9).
           02 TOT-CON-CASHBACK      PIC  9(9).
           02 TOT-TOPADAS           PIC  9(9).
           02 TOT-ABONADAS          PIC  9(9).
           02 TOT-YA-ABONADAS       PIC  9(9).
           02 TOT-FALLIDAS          PIC  9(9).
           02 TOT-BASE-CENT         PIC 9(13).
           02 TOT-BRUTO-CENT        PIC 9(13).
           02 TOT-CENT              PIC 9(13).

       77 IMPORTE-CALCULO          PIC 9(11)V99.
       77 PORC-CALCULO             PIC  9(2)V99.
       77 NUM-EDIT                 PIC ZZZ9.
       77 PORC-EDIT                PIC Z9.99.
       77 TARJETAS-EDIT            PIC ZZZZZZ9.
       77 BASE-EDIT                PIC Z(10)9.99.
       77 CENT-EDIT                PIC Z(10)9.99.

       77 TARJETA-CREDITO          PIC  X(1).
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

      * Abono mensual del programa de cashback.  El ultimo dia del
      * mes calcula con BANKCSH el cashback ganado por cada tarjeta
      * segun las reglas de recompensas.ubd, lo abona como
      * movimiento y deja para finanzas el coste del programa por
      * regla en informecashback.txt.  cashback.ubd evita abonar dos
      * veces el mismo mes si la cadena se relanza.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHCSH - Abono mensual de cashback".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHCSH: no es fin de mes, sin abono"
               STOP RUN.

           COMPUTE PERIODO-MES = (ANO * 100) + MES.
           INITIALIZE TABLA-COSTE.
           INITIALIZE TOTALES-CASHBACK.

           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-FIN.
           IF COSTE-USADAS = 0
               DISPLAY "BATCHCSH: sin reglas de cashback, sin abono"
               STOP RUN.

           PERFORM ASEGURAR-CONTADOR-MOV
               THRU ASEGURAR-CONTADOR-MOV-FIN.

           OPEN I-O F-CASHBACK.
           IF FSCB = 35
               CLOSE F-CASHBACK
               OPEN OUTPUT F-CASHBACK
               CLOSE F-CASHBACK
               OPEN I-O F-CASHBACK.
           IF FSCB <> 00
               DISPLAY "BATCHCSH: error abriendo cashback, FSCB=" FSCB
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHCSH: error abriendo tarjetas, FST=" FST
               GO TO FIN-ERROR.

       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END GO TO FIN-LECTURA.
           ADD 1 TO TOT-TARJETAS.

           PERFORM CASHBACK-TARJETA THRU CASHBACK-TARJETA-FIN.
           GO TO LEER-TARJETA.

       CASHBACK-TARJETA.
           MOVE TNUM-C TO CSHC-TARJETA.
           MOVE ANO    TO CSHC-ANO.
           MOVE MES    TO CSHC-MES.
           CALL "BANKCSH" USING DATOS-CASHBACK.
           IF CSHC-RESULTADO NOT = "O"
               DISPLAY "BATCHCSH: no se pudo calcular la tarjeta "
                   TNUM-C
               ADD 1 TO TOT-FALLIDAS
               GO TO CASHBACK-TARJETA-FIN.
           IF CSHC-CENT = 0
               GO TO CASHBACK-TARJETA-FIN.

           ADD 1 TO TOT-CON-CASHBACK.
           IF CSHC-BRUTO-CENT > CSHC-CENT
               ADD 1 TO TOT-TOPADAS.

      * Un relanzamiento no vuelve a abonar lo ya abonado; un abono
      * fallido se reintenta.
           MOVE TNUM-C      TO CSB-TARJETA.
           MOVE PERIODO-MES TO CSB-PERIODO.
           READ F-CASHBACK INVALID KEY
               GO TO ABONAR-CASHBACK.
           IF CSB-ESTADO = "A"
               ADD 1 TO TOT-YA-ABONADAS
               GO TO CONTAR-COSTE.

       ABONAR-CASHBACK.
           MOVE "N" TO ABONO-FALLIDO.
           PERFORM CONSULTA-SALDO-TARJETA
               THRU CONSULTA-SALDO-TARJETA-FIN.
           PERFORM ESCRIBIR-ABONO-CASHBACK
               THRU ESCRIBIR-ABONO-CASHBACK-FIN.

           MOVE TNUM-C           TO CSB-TARJETA.
           MOVE PERIODO-MES      TO CSB-PERIODO.
           MOVE CSHC-BASE-CENT   TO CSB-BASE-CENT.
           MOVE CSHC-BRUTO-CENT  TO CSB-BRUTO-CENT.
           MOVE CSHC-CENT        TO CSB-CENT.
           IF ABONO-FALLIDO = "S"
               MOVE 0   TO CSB-MOV-NUM
               MOVE "F" TO CSB-ESTADO
               ADD 1 TO TOT-FALLIDAS
           ELSE
               MOVE LAST-MOV-NUM TO CSB-MOV-NUM
               MOVE "A" TO CSB-ESTADO
               ADD 1 TO TOT-ABONADAS
           END-IF.
           REWRITE CASHBACK-REG INVALID KEY
               WRITE CASHBACK-REG INVALID KEY GO TO FIN-ERROR.

           IF ABONO-FALLIDO = "S"
               GO TO CASHBACK-TARJETA-FIN.

       CONTAR-COSTE.
           ADD CSHC-BASE-CENT  TO TOT-BASE-CENT.
           ADD CSHC-BRUTO-CENT TO TOT-BRUTO-CENT.
           ADD CSHC-CENT       TO TOT-CENT.
           MOVE 0 TO IDX-DESGLOSE.

       CONTAR-DESGLOSE.
           ADD 1 TO IDX-DESGLOSE.
           IF IDX-DESGLOSE > CSHC-NUM-REGLAS
               GO TO CASHBACK-TARJETA-FIN.
           MOVE 0 TO IDX-COS.

       BUSCAR-COSTE.
           ADD 1 TO IDX-COS.
           IF IDX-COS > COSTE-USADAS
               GO TO CONTAR-DESGLOSE.
           IF TCO-NUM(IDX-COS) NOT = CSHC-REGLA-NUM(IDX-DESGLOSE)
               GO TO BUSCAR-COSTE.
           ADD 1 TO TCO-TARJETAS(IDX-COS).
           ADD CSHC-REGLA-BASE-CENT(IDX-DESGLOSE)
               TO TCO-BASE-CENT(IDX-COS).
           ADD CSHC-REGLA-CENT(IDX-DESGLOSE) TO TCO-CENT(IDX-COS).
           GO TO CONTAR-DESGLOSE.

       CASHBACK-TARJETA-FIN.
           EXIT.

      * En tarjeta de credito el cashback se abona a la linea de
      * credito y rebaja lo dispuesto en el ciclo; el saldo queda como
      * estaba.  En tarjeta de debito va al saldo.
       ESCRIBIR-ABONO-CASHBACK.
           MOVE TNUM-C TO CRE-TARJETA.
           MOVE "C"    TO CRE-OPERACION.
           MOVE 0      TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           MOVE "N" TO TARJETA-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "S" TO TARJETA-CREDITO
           ELSE
               ADD CSHC-CENT TO CENT-SALDO-USER.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BATCHCSH: error abriendo movimientos, "
                   "se omite abono tarjeta " TNUM-C
               MOVE "S" TO ABONO-FALLIDO
               GO TO ESCRIBIR-ABONO-CASHBACK-FIN.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM  TO MOV-NUM.
           MOVE TNUM-C        TO MOV-TARJETA.
           MOVE ANO           TO MOV-ANO.
           MOVE MES           TO MOV-MES.
           MOVE DIA           TO MOV-DIA.
           MOVE HORAS         TO MOV-HOR.
           MOVE MINUTOS       TO MOV-MIN.
           MOVE SEGUNDOS      TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = (CSHC-CENT / 100).
           MOVE FUNCTION MOD(CSHC-CENT, 100) TO MOV-IMPORTE-DEC.

           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Cashback " MES "/" ANO
               DELIMITED BY SIZE INTO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION MOD(CENT-SALDO-USER, 100) TO MOV-SALDOPOS-DEC.
           MOVE " "           TO MOV-ESTADO.
           MOVE "EUR"         TO MOV-MONEDA.
           MOVE 0             TO MOV-TERMINAL.
           MOVE "CSH"         TO MOV-CANAL.
           MOVE "OTR"         TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "BATCHCSH: error escribiendo movimiento, "
                   "se omite abono tarjeta " TNUM-C
               MOVE "S" TO ABONO-FALLIDO
               CLOSE F-MOVIMIENTOS
               GO TO ESCRIBIR-ABONO-CASHBACK-FIN.

           IF TARJETA-CREDITO = "S"
               MOVE TNUM-C    TO CRE-TARJETA
               MOVE "A"       TO CRE-OPERACION
               MOVE CSHC-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   DISPLAY "BATCHCSH: error abonando el credito de "
                       "la tarjeta " TNUM-C
               END-IF
           END-IF.

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ESCRIBIR-ABONO-CASHBACK-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE TARJETAS.
           CLOSE F-CASHBACK.

           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-FIN.

           DISPLAY "BATCHCSH: tarjetas procesadas   : " TOT-TARJETAS.
           DISPLAY "BATCHCSH: tarjetas con cashback : "
               TOT-CON-CASHBACK.
           DISPLAY "BATCHCSH: abonos realizados     : " TOT-ABONADAS.
           DISPLAY "BATCHCSH: ya abonadas antes     : "
               TOT-YA-ABONADAS.
           DISPLAY "BATCHCSH: abonos fallidos       : " TOT-FALLIDAS.
           DISPLAY "BATCHCSH: coste del mes (cent)  : " TOT-CENT.
           STOP RUN.

      * Todas las reglas, tambien las de baja: pueden haber estado
      * vigentes parte del mes.
       CARGAR-REGLAS.
           OPEN INPUT F-RECOMPENSAS.
           IF FSRC <> 00
               CLOSE F-RECOMPENSAS
               GO TO CARGAR-REGLAS-FIN.

       LEER-REGLA.
           READ F-RECOMPENSAS NEXT RECORD AT END
               CLOSE F-RECOMPENSAS
               GO TO CARGAR-REGLAS-FIN.
           IF COSTE-USADAS >= MAX-COSTE
               DISPLAY "BATCHCSH: tabla de reglas llena, la regla "
                   RCP-NUM " queda fuera del informe"
               GO TO LEER-REGLA.
           ADD 1 TO COSTE-USADAS.
           MOVE RCP-NUM       TO TCO-NUM(COSTE-USADAS).
           MOVE RCP-NOMBRE    TO TCO-NOMBRE(COSTE-USADAS).
           MOVE RCP-CATEGORIA TO TCO-CATEGORIA(COSTE-USADAS).
           MOVE RCP-BP        TO TCO-BP(COSTE-USADAS).
           GO TO LEER-REGLA.

       CARGAR-REGLAS-FIN.
           EXIT.

      * Coste del programa para finanzas: por regla, las tarjetas
      * que la han usado, el gasto bonificado y el cashback abonado
      * despues de aplicar el tope mensual.
       ESCRIBIR-INFORME.
           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHCSH: error abriendo informecashback.txt, "
                   "FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Coste del programa de cashback, mes "
               MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Regla Nombre                         Cat "
               "    %  Tarjetas  Gasto bonificado     Cashback"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-COS.

       EMITIR-REGLA.
           ADD 1 TO IDX-COS.
           IF IDX-COS > COSTE-USADAS
               GO TO REGLAS-EMITIDAS.
           IF TCO-TARJETAS(IDX-COS) = 0
               GO TO EMITIR-REGLA.

           MOVE TCO-NUM(IDX-COS) TO NUM-EDIT.
           COMPUTE PORC-CALCULO = TCO-BP(IDX-COS) / 100.
           MOVE PORC-CALCULO TO PORC-EDIT.
           MOVE TCO-TARJETAS(IDX-COS) TO TARJETAS-EDIT.
           COMPUTE IMPORTE-CALCULO = TCO-BASE-CENT(IDX-COS) / 100.
           MOVE IMPORTE-CALCULO TO BASE-EDIT.
           COMPUTE IMPORTE-CALCULO = TCO-CENT(IDX-COS) / 100.
           MOVE IMPORTE-CALCULO TO CENT-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING NUM-EDIT "  " TCO-NOMBRE(IDX-COS) " "
               TCO-CATEGORIA(IDX-COS) " " PORC-EDIT " "
               TARJETAS-EDIT "  " BASE-EDIT " " CENT-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO EMITIR-REGLA.

       REGLAS-EMITIDAS.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE TOT-CON-CASHBACK TO TARJETAS-EDIT.
           COMPUTE IMPORTE-CALCULO = TOT-BASE-CENT / 100.
           MOVE IMPORTE-CALCULO TO BASE-EDIT.
           COMPUTE IMPORTE-CALCULO = TOT-CENT / 100.
           MOVE IMPORTE-CALCULO TO CENT-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "TOTAL                                           "
               "  " TARJETAS-EDIT "  " BASE-EDIT " " CENT-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMPORTE-CALCULO = (TOT-BRUTO-CENT - TOT-CENT) / 100.
           MOVE IMPORTE-CALCULO TO CENT-EDIT.
           MOVE TOT-TOPADAS TO TARJETAS-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Tarjetas que alcanzan el tope mensual: "
               TARJETAS-EDIT "   ahorro por el tope: " CENT-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF TOT-FALLIDAS > 0
               MOVE TOT-FALLIDAS TO TARJETAS-EDIT
               MOVE SPACES TO LINEA-INFORME
               STRING "Tarjetas sin abonar por error (fuera del "
                   "coste): " TARJETAS-EDIT
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           CLOSE F-INFORME.

       ESCRIBIR-INFORME-FIN.
           EXIT.

      * Saldo tras el ultimo movimiento de la tarjeta.
       CONSULTA-SALDO-TARJETA.
           MOVE 0 TO CENT-SALDO-USER.
           MOVE 0 TO LAST-USER-MOV-NUM.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO CONSULTA-SALDO-TARJETA-FIN.

           MOVE TNUM-C TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SALDO-TARJETA-ENCONTRADO.

       LECTURA-SALDO-TARJETA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SALDO-TARJETA-ENCONTRADO.
           IF MOV-TARJETA NOT = TNUM-C
               GO TO SALDO-TARJETA-ENCONTRADO.
           IF MOV-NUM > LAST-USER-MOV-NUM
               MOVE MOV-NUM TO LAST-USER-MOV-NUM.
           GO TO LECTURA-SALDO-TARJETA.

       SALDO-TARJETA-ENCONTRADO.
           IF LAST-USER-MOV-NUM NOT = 0
               MOVE LAST-USER-MOV-NUM TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY GO TO FIN-ERROR
               END-READ
               COMPUTE CENT-SALDO-USER = (MOV-SALDOPOS-ENT * 100)
                                        + MOV-SALDOPOS-DEC
           END-IF.
           CLOSE F-MOVIMIENTOS.

       CONSULTA-SALDO-TARJETA-FIN.
           EXIT.

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

      * La fecha contable en curso manda sobre el reloj de pared.
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
           MOVE "BATCHCSH"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSM=" FSM " FST=" FST " FSCB=" FSCB
               " FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
