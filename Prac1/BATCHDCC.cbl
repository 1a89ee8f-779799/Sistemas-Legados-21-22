       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDCC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DCC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCC-MOV-NUM
           FILE STATUS IS FSDC.

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
           VALUE OF FILE-ID IS "informedcc.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSDC                      PIC  X(2).
       77 FSFO                      PIC  X(2).
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
       77 FECHA-INICIO-MES          PIC  9(8).

      * Una fila por moneda ofrecida en el mes.  Los importes son de
      * las ofertas aceptadas: euros retirados mas tarifa, lo cargado
      * en la moneda de la tarjeta y el margen ganado en euros.
       01 TABLA-MONEDAS.
           02 MONEDA-ENTRADA OCCURS 50 TIMES.
               03 TMO-MONEDA        PIC  X(3).
               03 TMO-OFERTAS       PIC  9(7).
               03 TMO-ACEPTADAS     PIC  9(7).
               03 TMO-EUR-CENT      PIC 9(11).
               03 TMO-DIV-CENT      PIC 9(13).
               03 TMO-MARGEN-CENT   PIC 9(11).
       78 MAX-MONEDAS               VALUE 50.
       77 MONEDAS-USADAS            PIC  9(2) VALUE 0.
       77 IDX-MON                   PIC  9(2).

       01 TOTALES-DCC.
           02 TOT-OFERTAS           PIC  9(9).
           02 TOT-ACEPTADAS         PIC  9(9).
           02 TOT-EUR-CENT          PIC 9(13).
           02 TOT-MARGEN-CENT       PIC 9(13).

       77 OFERTAS-FILA              PIC  9(9).
       77 ACEPTADAS-FILA            PIC  9(9).
       77 EUR-FILA                  PIC 9(13).
       77 MARGEN-FILA               PIC 9(13).
       77 ETIQUETA-FILA             PIC X(10).
       77 PORCENTAJE-CALCULO        PIC  9(3)V99.
       77 IMPORTE-CALCULO           PIC 9(11)V99.

       77 OFERTAS-EDIT              PIC ZZZZZZZ9.
       77 ACEPTADAS-EDIT            PIC ZZZZZZZ9.
       77 PORCENTAJE-EDIT           PIC ZZ9.99.
       77 EUR-EDIT                  PIC Z(10)9.99.
       77 DIV-EDIT                  PIC Z(10)9.99.
       77 MARGEN-EDIT               PIC Z(10)9.99.
       77 DIV-TEXTO                 PIC X(14).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Informe mensual de conversion de moneda en cajero.  El
      * ultimo dia del mes resume por moneda de la tarjeta las
      * ofertas hechas a titulares de otras entidades, cuantas
      * aceptaron el cargo en su moneda y el margen de cambio ganado.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHDCC - Conversion de moneda en cajero".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHDCC: no es fin de mes, sin informe"
               STOP RUN.

           COMPUTE FECHA-INICIO-MES = (ANO * 10000) + (MES * 100) + 1.

           INITIALIZE TABLA-MONEDAS.
           INITIALIZE TOTALES-DCC.

           OPEN INPUT F-DCC.
           IF FSDC <> 00 AND 05
               DISPLAY "BATCHDCC: error abriendo dccoperaciones, "
                   "FSDC=" FSDC
               GO TO FIN-ERROR.

       LEER-DCC.
           READ F-DCC NEXT RECORD AT END
               GO TO DCC-LEIDOS.
           IF DCC-FECHA < FECHA-INICIO-MES
              OR DCC-FECHA > FECHA-HOY-AAAAMMDD
               GO TO LEER-DCC.

           MOVE 0 TO IDX-MON.

       BUSCAR-MONEDA.
           ADD 1 TO IDX-MON.
           IF IDX-MON > MONEDAS-USADAS
               GO TO NUEVA-MONEDA.
           IF TMO-MONEDA(IDX-MON) NOT = DCC-MONEDA
               GO TO BUSCAR-MONEDA.
           GO TO ACUMULAR-DCC.

       NUEVA-MONEDA.
           IF MONEDAS-USADAS >= MAX-MONEDAS
               DISPLAY "BATCHDCC: tabla de monedas llena, "
                   DCC-MONEDA " queda fuera del informe"
               GO TO LEER-DCC.
           ADD 1 TO MONEDAS-USADAS.
           MOVE MONEDAS-USADAS TO IDX-MON.
           MOVE DCC-MONEDA TO TMO-MONEDA(IDX-MON).

       ACUMULAR-DCC.
           ADD 1 TO TMO-OFERTAS(IDX-MON).
           ADD 1 TO TOT-OFERTAS.
           IF DCC-ACEPTADA NOT = "S"
               GO TO LEER-DCC.

           ADD 1 TO TMO-ACEPTADAS(IDX-MON).
           ADD 1 TO TOT-ACEPTADAS.
           ADD DCC-EFECTIVO-CENT TO TMO-EUR-CENT(IDX-MON).
           ADD DCC-COMISION-CENT TO TMO-EUR-CENT(IDX-MON).
           ADD DCC-EFECTIVO-DIV  TO TMO-DIV-CENT(IDX-MON).
           ADD DCC-COMISION-DIV  TO TMO-DIV-CENT(IDX-MON).
           ADD DCC-MARGEN-CENT   TO TMO-MARGEN-CENT(IDX-MON).
           ADD DCC-EFECTIVO-CENT TO TOT-EUR-CENT.
           ADD DCC-COMISION-CENT TO TOT-EUR-CENT.
           ADD DCC-MARGEN-CENT   TO TOT-MARGEN-CENT.
           GO TO LEER-DCC.

       DCC-LEIDOS.
           CLOSE F-DCC.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHDCC: error abriendo informedcc.txt, "
                   "FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Conversion de moneda en cajero, mes "
               MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Moneda     "
               " Ofertas Aceptad.  %Acep "
               "   Cargado en EUR  Cargado en moneda "
               "   Margen EUR"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-MON.

       EMITIR-MONEDA.
           ADD 1 TO IDX-MON.
           IF IDX-MON > MONEDAS-USADAS
               GO TO MONEDAS-EMITIDAS.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           GO TO EMITIR-MONEDA.

       MONEDAS-EMITIDAS.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO IDX-MON.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Importes de las ofertas aceptadas, retirada mas "
               "tarifa.  Margen: diferencia sobre el cambio del dia "
               "cobrada al titular."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHDCC: ofertas del mes     : " TOT-OFERTAS.
           DISPLAY "BATCHDCC: ofertas aceptadas   : " TOT-ACEPTADAS.
           DISPLAY "BATCHDCC: margen ganado (cent): " TOT-MARGEN-CENT.
           STOP RUN.

      * Escribe la fila de la moneda IDX-MON; con IDX-MON a cero
      * escribe el total, sin importe en moneda por mezclar varias.
       ESCRIBIR-FILA.
           IF IDX-MON = 0
               GO TO FILA-TOTAL.

           MOVE TMO-MONEDA(IDX-MON)      TO ETIQUETA-FILA.
           MOVE TMO-OFERTAS(IDX-MON)     TO OFERTAS-FILA.
           MOVE TMO-ACEPTADAS(IDX-MON)   TO ACEPTADAS-FILA.
           MOVE TMO-EUR-CENT(IDX-MON)    TO EUR-FILA.
           MOVE TMO-MARGEN-CENT(IDX-MON) TO MARGEN-FILA.
           COMPUTE IMPORTE-CALCULO = TMO-DIV-CENT(IDX-MON) / 100.
           MOVE IMPORTE-CALCULO TO DIV-EDIT.
           MOVE DIV-EDIT TO DIV-TEXTO.
           GO TO FILA-ESCRIBIR.

       FILA-TOTAL.
           MOVE "TOTAL"         TO ETIQUETA-FILA.
           MOVE TOT-OFERTAS     TO OFERTAS-FILA.
           MOVE TOT-ACEPTADAS   TO ACEPTADAS-FILA.
           MOVE TOT-EUR-CENT    TO EUR-FILA.
           MOVE TOT-MARGEN-CENT TO MARGEN-FILA.
           MOVE SPACES TO DIV-TEXTO.

       FILA-ESCRIBIR.
           MOVE OFERTAS-FILA   TO OFERTAS-EDIT.
           MOVE ACEPTADAS-FILA TO ACEPTADAS-EDIT.
           MOVE 0 TO PORCENTAJE-CALCULO.
           IF OFERTAS-FILA > 0
               COMPUTE PORCENTAJE-CALCULO ROUNDED =
                   ACEPTADAS-FILA * 100 / OFERTAS-FILA.
           MOVE PORCENTAJE-CALCULO TO PORCENTAJE-EDIT.
           COMPUTE IMPORTE-CALCULO = EUR-FILA / 100.
           MOVE IMPORTE-CALCULO TO EUR-EDIT.
           COMPUTE IMPORTE-CALCULO = MARGEN-FILA / 100.
           MOVE IMPORTE-CALCULO TO MARGEN-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING ETIQUETA-FILA " " OFERTAS-EDIT " " ACEPTADAS-EDIT
               " " PORCENTAJE-EDIT " " EUR-EDIT " " DIV-TEXTO
               " " MARGEN-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-FILA-FIN.
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
           MOVE "BATCHDCC"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDC=" FSDC " FSIF=" FSIF
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
