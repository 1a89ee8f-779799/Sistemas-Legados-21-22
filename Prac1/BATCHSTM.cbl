           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSM-CLAVE
           FILE STATUS IS FSRS.

           SELECT F-EXTRACTOMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

      * Resumen mensual por tarjeta que mantiene BANKRSM.
       FD F-RESUMEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "resumenmes.ubd".
       01 RESUMEN-REG.
           02 RSM-CLAVE.
               03 RSM-TARJETA          PIC  9(16).
               03 RSM-PERIODO          PIC  9(6).
           02 RSM-NUM-MOV              PIC  9(7).
           02 RSM-PRIMER-MOV-NUM       PIC  9(35).
           02 RSM-ULTIMO-MOV-NUM       PIC  9(35).
           02 RSM-SALDO-APERTURA-CENT  PIC S9(11).
           02 RSM-SALDO-CIERRE-CENT    PIC S9(11).
           02 RSM-PRIMERA-FECHA        PIC  9(8).
           02 RSM-ULTIMA-FECHA         PIC  9(8).
           02 RSM-ULTIMA-FECHA-POSIT   PIC  9(8).
           02 RSM-DEBE-NUM             PIC  9(7).
           02 RSM-DEBE-CENT            PIC  9(13).
           02 RSM-HABER-NUM            PIC  9(7).
           02 RSM-HABER-CENT           PIC  9(13).
           02 RSM-COMISION-NUM         PIC  9(5).
           02 RSM-COMISION-CENT        PIC  9(11).
           02 RSM-INT-ABONO-NUM        PIC  9(5).
           02 RSM-INT-ABONO-CENT       PIC  9(11).
           02 RSM-RETENCION-NUM        PIC  9(5).
           02 RSM-RETENCION-CENT       PIC  9(11).
           02 RSM-INT-DESC-NUM         PIC  9(5).
           02 RSM-INT-DESC-CENT        PIC  9(11).
           02 RSM-EFE-ENTRA-NUM        PIC  9(5).
           02 RSM-EFE-ENTRA-CENT       PIC  9(11).
           02 RSM-EFE-SALE-NUM         PIC  9(5).
           02 RSM-EFE-SALE-CENT        PIC  9(11).
           02 RSM-TIPO OCCURS 8 TIMES.
               03 RSM-TIPO-NUM         PIC  9(5).
               03 RSM-TIPO-CENT        PIC S9(11).
           02 RSM-CATEGORIA OCCURS 10 TIMES.
               03 RSM-CAT-DEBE-NUM     PIC  9(5).
               03 RSM-CAT-DEBE-CENT    PIC  9(11).
               03 RSM-CAT-HABER-NUM    PIC  9(5).
               03 RSM-CAT-HABER-CENT   PIC  9(11).
           02 RSM-CANAL-ENTRADA OCCURS 16 TIMES.
               03 RSM-CANAL            PIC  X(3).
               03 RSM-CANAL-DEBE-NUM   PIC  9(5).
               03 RSM-CANAL-DEBE-CENT  PIC  9(11).
               03 RSM-CANAL-HABER-NUM  PIC  9(5).
               03 RSM-CANAL-HABER-CENT PIC  9(11).
       01 RESUMEN-CONTROL-REG.
           02 RSC-CLAVE                PIC  9(22).
           02 RSC-ULTIMO-MOV-NUM       PIC  9(35).
           02 RSC-ESTADO               PIC  X(1).
           02 RSC-FECHA-RECONS         PIC  9(8).


       FD F-EXTRACTOMES
           LABEL RECORD STANDARD

       WORKING-STORAGE SECTION.
       77 FST                       PIC  X(2).
       77 FSRS                      PIC  X(2).
       77 FSX                       PIC  X(2).

       01 CAMPOS-FECHA.

       77 CENT-APERTURA             PIC S9(11).
       77 CENT-CIERRE               PIC S9(11).

       77 NUM-MOV-MES               PIC  9(5).

               03 CAT-NUM-MOV       PIC 9(5).
               03 CAT-TOTAL-CENT    PIC S9(9).
       77 IDX-CAT                   PIC  9(1).

       77 TOTAL-TARJETAS            PIC  9(9) VALUE 0.
       77 TOTAL-EXTRACTOS           PIC  9(9) VALUE 0.
               03 CATS-CENT         PIC S9(11).
       77 IDX-CS                    PIC   9(2).
       77 CATS-DESCR-USAR           PIC  X(20).
       77 IDX-CANAL                 PIC   9(2).
       77 CANAL-USAR                PIC   X(3).



       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
               DISPLAY "BATCHSTM: error abriendo tarjetas, FST=" FST
               GO TO FIN-ERROR.

           MOVE "I" TO RSMC-MODO.
           CALL "BANKRSM" USING DATOS-RESUMEN.
           IF RSMC-RESULTADO NOT = "S"
               DISPLAY "BATCHSTM: resumen mensual no actualizado"
               CLOSE TARJETAS
               GO TO FIN-ERROR.

           OPEN INPUT F-RESUMEN.
           IF FSRS <> 00 AND 05
               DISPLAY "BATCHSTM: error abriendo resumenmes.ubd, FSRS="
                   FSRS
               CLOSE TARJETAS
               GO TO FIN-ERROR.

               DISPLAY "BATCHSTM: error abriendo extractomensual.txt"
                   ", FSX=" FSX
               CLOSE TARJETAS
               CLOSE F-RESUMEN
               GO TO FIN-ERROR.

       LEER-TARJETA.
           MOVE "Otros"              TO CAT-PREFIJO(8).
           MOVE 0                    TO CAT-LONG(8).

       INICIALIZAR-CATSUM.
           MOVE "EFE" TO CATS-COD(1).
           MOVE "OCI" TO CATS-COD(2).
           MOVE "INT" TO CATS-COD(9).
           MOVE "OTR" TO CATS-COD(10).

      * El extracto sale del resumen mensual de la tarjeta; los
      * grupos por concepto y las categorias ya vienen sumados.
       GENERAR-EXTRACTO-TARJETA.
           MOVE TNUM-C TO RSM-TARJETA.
           COMPUTE RSM-PERIODO = (ANO-EXTRACTO * 100) + MES-EXTRACTO.
           READ F-RESUMEN INVALID KEY
               GO TO GENERAR-EXTRACTO-TARJETA-FIN.

           MOVE RSM-SALDO-APERTURA-CENT TO CENT-APERTURA.
           MOVE RSM-SALDO-CIERRE-CENT TO CENT-CIERRE.
           MOVE RSM-NUM-MOV TO NUM-MOV-MES.
           MOVE 0 TO IDX-CAT.

       CARGAR-GRUPO.
           ADD 1 TO IDX-CAT.
           MOVE RSM-TIPO-NUM(IDX-CAT) TO CAT-NUM-MOV(IDX-CAT).
           MOVE RSM-TIPO-CENT(IDX-CAT) TO CAT-TOTAL-CENT(IDX-CAT).
           IF IDX-CAT < 8
               GO TO CARGAR-GRUPO.
           MOVE 0 TO IDX-CS.

       CARGAR-CATSUM.
           ADD 1 TO IDX-CS.
           COMPUTE CATS-NUM(IDX-CS) = RSM-CAT-DEBE-NUM(IDX-CS)
               + RSM-CAT-HABER-NUM(IDX-CS).
           COMPUTE CATS-CENT(IDX-CS) = RSM-CAT-HABER-CENT(IDX-CS)
               - RSM-CAT-DEBE-CENT(IDX-CS).
           IF IDX-CS < 10
               GO TO CARGAR-CATSUM.

       ESCRIBIR-EXTRACTO.
           IF NUM-MOV-MES = 0
               END-IF
           END-PERFORM.

           MOVE "Resumen por canales:" TO LINEA-EXTRACTOMES.
           WRITE LINEA-EXTRACTOMES.
           MOVE 0 TO IDX-CANAL.
           PERFORM IMPRIMIR-CANAL THRU IMPRIMIR-CANAL-FIN.

           MOVE "----------------------------------------"
               TO LINEA-EXTRACTOMES.
           WRITE LINEA-EXTRACTOMES.
       IMPRIMIR-EXTRACTO-FIN.
           EXIT.

       IMPRIMIR-CANAL.
           ADD 1 TO IDX-CANAL.
           IF IDX-CANAL > 16
               GO TO IMPRIMIR-CANAL-FIN.
           IF RSM-CANAL-DEBE-NUM(IDX-CANAL) = 0
               AND RSM-CANAL-HABER-NUM(IDX-CANAL) = 0
               GO TO IMPRIMIR-CANAL.
           MOVE RSM-CANAL(IDX-CANAL) TO CANAL-USAR.
           IF CANAL-USAR = SPACES
               MOVE "---" TO CANAL-USAR.
           MOVE SPACES TO LINEA-EXTRACTOMES.
           STRING "  " CANAL-USAR ": cargos "
               RSM-CANAL-DEBE-CENT(IDX-CANAL) " abonos "
               RSM-CANAL-HABER-CENT(IDX-CANAL) " cent. EUR"
               DELIMITED BY SIZE INTO LINEA-EXTRACTOMES.
           WRITE LINEA-EXTRACTOMES.
           GO TO IMPRIMIR-CANAL.

       IMPRIMIR-CANAL-FIN.
           EXIT.

       LEER-DESCR-CATEGORIA.
           MOVE SPACES TO CATS-DESCR-USAR.

       ASEGURAR-CATMASTER-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE TARJETAS.
           CLOSE F-RESUMEN.
           CLOSE F-EXTRACTOMES.

           DISPLAY "BATCHSTM: tarjetas procesadas : " TOTAL-TARJETAS.
           MOVE "BATCHSTM"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FST=" FST " " "FSRS=" FSRS " " "FSX=" FSX " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
