       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRE.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-ESTADISTICA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
      * Reclamaciones de clientes (BANK63).
       FD F-RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
       01 RECLAMACION-REG.
           02 REC-NUM               PIC  9(10).
           02 REC-CUENTA            PIC 9(16).
           02 REC-TARJETA           PIC 9(16).
           02 REC-CATEGORIA         PIC  X(3).
           02 REC-REF-TIPO          PIC  X(1).
           02 REC-REF-NUM           PIC  9(35).
           02 REC-DESCRIPCION       PIC X(60).
           02 REC-FECHA-ALTA        PIC  9(8).
           02 REC-FECHA-LIMITE      PIC  9(8).
           02 REC-OPERADOR-ALTA     PIC  9(4).
           02 REC-OPERADOR          PIC  9(4).
           02 REC-ESTADO            PIC  X(1).
           02 REC-RESULTADO         PIC  X(1).
           02 REC-RESOLUCION        PIC X(60).
           02 REC-COMPENSA-CENT     PIC  9(9).
           02 REC-MOV-COMPENSA      PIC  9(35).
           02 REC-FECHA-RESOL       PIC  9(8).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

      * Estadistica trimestral de reclamaciones para el Servicio de
      * Reclamaciones del Banco de Espana: un registro por categoria
      * entre cabecera y pie, con numero de registros y total de
      * control como el resto de ficheros de intercambio.
       FD F-ESTADISTICA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamacionesbde.txt".
       01 LINEA-BDE                 PIC X(150).
       01 CABECERA-BDE.
           02 CBDE-TIPO             PIC  X(3).
           02 CBDE-ORIGEN           PIC  X(8).
           02 CBDE-FECHA            PIC  9(8).
           02 CBDE-MODELO           PIC  X(3).
           02 CBDE-EJERCICIO        PIC  9(4).
           02 CBDE-TRIMESTRE        PIC  9(1).
           02 CBDE-DESDE            PIC  9(8).
           02 CBDE-HASTA            PIC  9(8).
           02 FILLER                PIC X(107).
       01 DETALLE-BDE.
           02 DBDE-TIPO             PIC  X(3).
           02 DBDE-EJERCICIO        PIC  9(4).
           02 DBDE-TRIMESTRE        PIC  9(1).
           02 DBDE-CATEGORIA        PIC  X(3).
           02 DBDE-RECIBIDAS        PIC  9(7).
           02 DBDE-RESUELTAS        PIC  9(7).
           02 DBDE-FAVORABLES       PIC  9(7).
           02 DBDE-PARCIALES        PIC  9(7).
           02 DBDE-DESFAVORABLES    PIC  9(7).
           02 DBDE-FUERA-PLAZO      PIC  9(7).
           02 DBDE-PENDIENTES       PIC  9(7).
           02 DBDE-PEND-VENCIDAS    PIC  9(7).
           02 DBDE-DIAS-MEDIOS      PIC  9(5).
           02 DBDE-COMPENSA-CENT    PIC 9(13).
           02 DBDE-MONEDA           PIC  X(3).
           02 FILLER                PIC X(62).
       01 PIE-BDE.
           02 PBDE-TIPO             PIC  X(3).
           02 PBDE-REGISTROS        PIC  9(9).
           02 PBDE-HASH             PIC 9(15).
           02 FILLER                PIC X(123).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informereclamaciones.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSRE                      PIC  X(2).
       77 FSFO                      PIC  X(2).
       77 FSX                       PIC  X(2).
       77 FSIF                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS        PIC  9(2).
               10 MILISEGUNDOS    PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 FECHA-HOY-AAAAMMDD        PIC  9(8).
       77 FECHA-MANANA              PIC  9(8).
       77 FECHA-DESDE               PIC  9(8).
       77 FECHA-HASTA               PIC  9(8).
       77 TRIMESTRE                 PIC  9(1).
       77 DIAS-RESOLUCION           PIC  9(5).

      * Categorias de BANK63, en el orden de la estadistica.
       01 CATEGORIAS-VALORES.
           02 FILLER PIC X(33) VALUE "COMComisiones y gastos          ".
           02 FILLER PIC X(33) VALUE "CAJCajeros y efectivo           ".
           02 FILLER PIC X(33) VALUE "TARTarjetas y pagos             ".
           02 FILLER PIC X(33) VALUE "TRFTransferencias               ".
           02 FILLER PIC X(33) VALUE "ENTVenta de entradas            ".
           02 FILLER PIC X(33) VALUE "OTROtros                        ".
       01 CATEGORIAS REDEFINES CATEGORIAS-VALORES.
           02 CATEGORIA-DEF OCCURS 6 TIMES.
               03 CAT-CODIGO        PIC  X(3).
               03 CAT-NOMBRE        PIC X(30).
       78 NUM-CATEGORIAS            VALUE 6.

       01 TABLA-TOTALES.
           02 TOTAL-CATEGORIA OCCURS 6 TIMES.
               03 TOT-RECIBIDAS     PIC  9(7).
               03 TOT-RESUELTAS     PIC  9(7).
               03 TOT-FAVORABLES    PIC  9(7).
               03 TOT-PARCIALES     PIC  9(7).
               03 TOT-DESFAVORABLES PIC  9(7).
               03 TOT-FUERA-PLAZO   PIC  9(7).
               03 TOT-PENDIENTES    PIC  9(7).
               03 TOT-PEND-VENCIDAS PIC  9(7).
               03 TOT-DIAS          PIC  9(9).
               03 TOT-COMPENSA-CENT PIC 9(13).
       77 IDX-CAT                   PIC  9(2).
       77 DIAS-MEDIOS               PIC  9(5).

       77 IDX-POS                   PIC  9(3).
       01 CARACTER                  PIC  X(1).
       01 CARACTER-NUM REDEFINES CARACTER PIC 9(1).
       77 HASH-CALCULADO            PIC 9(15) VALUE 0.

       77 TOTAL-LEIDAS              PIC  9(7) VALUE 0.
       77 TOTAL-RECIBIDAS           PIC  9(7) VALUE 0.
       77 TOTAL-RESUELTAS           PIC  9(7) VALUE 0.
       77 TOTAL-PENDIENTES          PIC  9(7) VALUE 0.
       77 TOTAL-COMPENSA-CENT       PIC 9(13) VALUE 0.
       77 REGISTROS-DETALLE         PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Estadistica trimestral de reclamaciones.  El ultimo dia del
      * trimestre cuenta por categoria las reclamaciones recibidas,
      * las resueltas con su resultado, el tiempo medio de respuesta
      * en dias, las respondidas fuera de plazo, las pendientes al
      * cierre y la compensacion abonada, y deja el fichero para el
      * Banco de Espana y un informe legible para atencion al
      * cliente.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHREC - Estadistica trimestral de".
           DISPLAY "           reclamaciones".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia de marzo, junio, septiembre y diciembre.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
              OR (MES NOT = 3 AND MES NOT = 6 AND MES NOT = 9
                  AND MES NOT = 12)
               DISPLAY "BATCHREC: no es fin de trimestre, sin "
                   "estadistica"
               STOP RUN.

           COMPUTE TRIMESTRE = MES / 3.
           COMPUTE FECHA-DESDE = (ANO * 10000) + ((MES - 2) * 100)
               + 1.
           MOVE FECHA-HOY-AAAAMMDD TO FECHA-HASTA.
           INITIALIZE TABLA-TOTALES.

           OPEN INPUT F-RECLAMACIONES.
           IF FSRE <> 00 AND 05
               DISPLAY "BATCHREC: error abriendo reclamaciones, FSRE="
                   FSRE
               GO TO FIN-ERROR.

       LEER-RECLAMACION.
           READ F-RECLAMACIONES NEXT RECORD AT END
               GO TO FIN-LECTURA.
           ADD 1 TO TOTAL-LEIDAS.
           IF REC-FECHA-ALTA > FECHA-HASTA
               GO TO LEER-RECLAMACION.

           MOVE 1 TO IDX-CAT.
       BUSCAR-CATEGORIA.
           IF IDX-CAT >= NUM-CATEGORIAS
               GO TO CATEGORIA-YA.
           IF CAT-CODIGO(IDX-CAT) = REC-CATEGORIA
               GO TO CATEGORIA-YA.
           ADD 1 TO IDX-CAT.
           GO TO BUSCAR-CATEGORIA.

      * Una categoria desconocida cuenta en la ultima, otros.
       CATEGORIA-YA.
           IF REC-FECHA-ALTA >= FECHA-DESDE
               ADD 1 TO TOT-RECIBIDAS(IDX-CAT).

           IF REC-ESTADO NOT = "R" OR REC-FECHA-RESOL > FECHA-HASTA
               ADD 1 TO TOT-PENDIENTES(IDX-CAT)
               IF REC-FECHA-LIMITE < FECHA-HASTA
                   ADD 1 TO TOT-PEND-VENCIDAS(IDX-CAT)
               END-IF
               GO TO LEER-RECLAMACION.

           IF REC-FECHA-RESOL < FECHA-DESDE
               GO TO LEER-RECLAMACION.

           ADD 1 TO TOT-RESUELTAS(IDX-CAT).
           IF REC-RESULTADO = "F"
               ADD 1 TO TOT-FAVORABLES(IDX-CAT).
           IF REC-RESULTADO = "P"
               ADD 1 TO TOT-PARCIALES(IDX-CAT).
           IF REC-RESULTADO = "D"
               ADD 1 TO TOT-DESFAVORABLES(IDX-CAT).
           IF REC-FECHA-RESOL > REC-FECHA-LIMITE
               ADD 1 TO TOT-FUERA-PLAZO(IDX-CAT).
           COMPUTE DIAS-RESOLUCION =
               FUNCTION INTEGER-OF-DATE(REC-FECHA-RESOL)
               - FUNCTION INTEGER-OF-DATE(REC-FECHA-ALTA).
           ADD DIAS-RESOLUCION TO TOT-DIAS(IDX-CAT).
           ADD REC-COMPENSA-CENT TO TOT-COMPENSA-CENT(IDX-CAT).
           GO TO LEER-RECLAMACION.

       FIN-LECTURA.
           CLOSE F-RECLAMACIONES.

           OPEN OUTPUT F-ESTADISTICA.
           IF FSX <> 00
               DISPLAY "BATCHREC: error abriendo reclamacionesbde.txt"
                   ", FSX=" FSX
               GO TO FIN-ERROR.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHREC: error abriendo "
                   "informereclamaciones.txt, FSIF=" FSIF
               CLOSE F-ESTADISTICA
               GO TO FIN-ERROR.

           MOVE SPACES TO CABECERA-BDE.
           MOVE "CAB"              TO CBDE-TIPO.
           MOVE "UNIZARBK"         TO CBDE-ORIGEN.
           MOVE FECHA-HOY-AAAAMMDD TO CBDE-FECHA.
           MOVE "REC"              TO CBDE-MODELO.
           MOVE ANO                TO CBDE-EJERCICIO.
           MOVE TRIMESTRE          TO CBDE-TRIMESTRE.
           MOVE FECHA-DESDE        TO CBDE-DESDE.
           MOVE FECHA-HASTA        TO CBDE-HASTA.
           WRITE CABECERA-BDE.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Reclamaciones de clientes, "
               "trimestre " TRIMESTRE " de " ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Categoria                      Recib. Resuel."
               "  Favor. Parcial  Desfav. F.plazo  Pend. P.venc."
               " D.med. Compensacion(cent)"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 1 TO IDX-CAT.

       ESCRIBIR-CATEGORIA.
           IF IDX-CAT > NUM-CATEGORIAS
               GO TO CATEGORIAS-ESCRITAS.

           MOVE 0 TO DIAS-MEDIOS.
           IF TOT-RESUELTAS(IDX-CAT) > 0
               COMPUTE DIAS-MEDIOS ROUNDED = TOT-DIAS(IDX-CAT)
                   / TOT-RESUELTAS(IDX-CAT).

           MOVE SPACES TO DETALLE-BDE.
           MOVE "DET"                    TO DBDE-TIPO.
           MOVE ANO                      TO DBDE-EJERCICIO.
           MOVE TRIMESTRE                TO DBDE-TRIMESTRE.
           MOVE CAT-CODIGO(IDX-CAT)      TO DBDE-CATEGORIA.
           MOVE TOT-RECIBIDAS(IDX-CAT)   TO DBDE-RECIBIDAS.
           MOVE TOT-RESUELTAS(IDX-CAT)   TO DBDE-RESUELTAS.
           MOVE TOT-FAVORABLES(IDX-CAT)  TO DBDE-FAVORABLES.
           MOVE TOT-PARCIALES(IDX-CAT)   TO DBDE-PARCIALES.
           MOVE TOT-DESFAVORABLES(IDX-CAT)
                                         TO DBDE-DESFAVORABLES.
           MOVE TOT-FUERA-PLAZO(IDX-CAT) TO DBDE-FUERA-PLAZO.
           MOVE TOT-PENDIENTES(IDX-CAT)  TO DBDE-PENDIENTES.
           MOVE TOT-PEND-VENCIDAS(IDX-CAT)
                                         TO DBDE-PEND-VENCIDAS.
           MOVE DIAS-MEDIOS              TO DBDE-DIAS-MEDIOS.
           MOVE TOT-COMPENSA-CENT(IDX-CAT)
                                         TO DBDE-COMPENSA-CENT.
           MOVE "EUR"                    TO DBDE-MONEDA.
           WRITE DETALLE-BDE.
           ADD 1 TO REGISTROS-DETALLE.

           MOVE 0 TO IDX-POS.
           PERFORM SUMAR-CIFRAS THRU SUMAR-CIFRAS-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING CAT-NOMBRE(IDX-CAT) " "
               TOT-RECIBIDAS(IDX-CAT) " "
               TOT-RESUELTAS(IDX-CAT) " "
               TOT-FAVORABLES(IDX-CAT) " "
               TOT-PARCIALES(IDX-CAT) " "
               TOT-DESFAVORABLES(IDX-CAT) " "
               TOT-FUERA-PLAZO(IDX-CAT) " "
               TOT-PENDIENTES(IDX-CAT) " "
               TOT-PEND-VENCIDAS(IDX-CAT) " "
               DIAS-MEDIOS " "
               TOT-COMPENSA-CENT(IDX-CAT)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD TOT-RECIBIDAS(IDX-CAT)     TO TOTAL-RECIBIDAS.
           ADD TOT-RESUELTAS(IDX-CAT)     TO TOTAL-RESUELTAS.
           ADD TOT-PENDIENTES(IDX-CAT)    TO TOTAL-PENDIENTES.
           ADD TOT-COMPENSA-CENT(IDX-CAT) TO TOTAL-COMPENSA-CENT.
           ADD 1 TO IDX-CAT.
           GO TO ESCRIBIR-CATEGORIA.

       CATEGORIAS-ESCRITAS.
           MOVE SPACES TO PIE-BDE.
           MOVE "PIE"             TO PBDE-TIPO.
           MOVE REGISTROS-DETALLE TO PBDE-REGISTROS.
           MOVE HASH-CALCULADO    TO PBDE-HASH.
           WRITE PIE-BDE.
           CLOSE F-ESTADISTICA.

           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibidas " TOTAL-RECIBIDAS
               " resueltas " TOTAL-RESUELTAS
               " pendientes al cierre " TOTAL-PENDIENTES
               " compensacion " TOTAL-COMPENSA-CENT " cent."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHREC: reclamaciones leidas : " TOTAL-LEIDAS.
           DISPLAY "BATCHREC: recibidas trimestre  : "
               TOTAL-RECIBIDAS.
           DISPLAY "BATCHREC: resueltas trimestre  : "
               TOTAL-RESUELTAS.
           DISPLAY "BATCHREC: pendientes al cierre : "
               TOTAL-PENDIENTES.
           STOP RUN.

       SUMAR-CIFRAS.
           ADD 1 TO IDX-POS.
           IF IDX-POS > 150
               GO TO SUMAR-CIFRAS-FIN.
           MOVE LINEA-BDE(IDX-POS:1) TO CARACTER.
           IF CARACTER IS NUMERIC
               ADD CARACTER-NUM TO HASH-CALCULADO.
           GO TO SUMAR-CIFRAS.

       SUMAR-CIFRAS-FIN.
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
           MOVE "BATCHREC"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRE=" FSRE " " "FSX=" FSX " " "FSIF=" FSIF " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
