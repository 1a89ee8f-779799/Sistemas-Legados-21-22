           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSM-CLAVE
           FILE STATUS IS FSRS.

           SELECT F-EXTRACTOANUAL ASSIGN TO DISK
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


       FD F-EXTRACTOANUAL
           LABEL RECORD STANDARD

       WORKING-STORAGE SECTION.
       77 FST                       PIC  X(2).
       77 FSRS                      PIC  X(2).
       77 FSX                       PIC  X(2).

       01 CAMPOS-FECHA.

       77 CUENTA-ACTUAL             PIC  9(16).
       77 HAY-CUENTA                PIC  9(1).
       77 PERIODO-DESDE             PIC  9(6).
       77 PERIODO-HASTA             PIC  9(6).

       77 CTA-COMISIONES-CENT       PIC S9(13).
       77 CTA-INTERES-AB-CENT       PIC S9(13).



       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE ANO-EXTRACTO = ANO - 1.
           COMPUTE PERIODO-DESDE = (ANO-EXTRACTO * 100) + 1.
           COMPUTE PERIODO-HASTA = (ANO-EXTRACTO * 100) + 12.

           MOVE "I" TO RSMC-MODO.
           CALL "BANKRSM" USING DATOS-RESUMEN.
           IF RSMC-RESULTADO NOT = "S"
               DISPLAY "BATCHANN: resumen mensual no actualizado"
               GO TO FIN-ERROR.

           OPEN OUTPUT F-EXTRACTOANUAL.
           IF FSX <> 00
           MOVE 0 TO CTA-RETENCION-CENT.
           MOVE 0 TO CTA-NUM-MOV.

      * Los importes del ejercicio salen de los resumenes mensuales
      * de la tarjeta.
       ACUMULAR-TARJETA.
           OPEN INPUT F-RESUMEN.
           IF FSRS <> 00 AND 05
               GO TO ACUMULAR-TARJETA-FIN.

           MOVE TNUM-C TO RSM-TARJETA.
           MOVE PERIODO-DESDE TO RSM-PERIODO.
           START F-RESUMEN KEY IS >= RSM-CLAVE
               INVALID KEY GO TO ACUMULAR-TARJETA-CERRAR.

       LEER-RESUMEN-TARJETA.
           READ F-RESUMEN NEXT RECORD AT END
               GO TO ACUMULAR-TARJETA-CERRAR.
           IF RSM-TARJETA NOT = TNUM-C
               GO TO ACUMULAR-TARJETA-CERRAR.
           IF RSM-PERIODO > PERIODO-HASTA
               GO TO ACUMULAR-TARJETA-CERRAR.

           ADD RSM-COMISION-CENT TO CTA-COMISIONES-CENT.
           ADD RSM-INT-ABONO-CENT TO CTA-INTERES-AB-CENT.
           ADD RSM-RETENCION-CENT TO CTA-RETENCION-CENT.
           ADD RSM-INT-DESC-CENT TO CTA-INTERES-DEB-CENT.
           ADD RSM-COMISION-NUM RSM-INT-ABONO-NUM RSM-RETENCION-NUM
               RSM-INT-DESC-NUM TO CTA-NUM-MOV.

           GO TO LEER-RESUMEN-TARJETA.

       ACUMULAR-TARJETA-CERRAR.
           CLOSE F-RESUMEN.

       ACUMULAR-TARJETA-FIN.
           EXIT.
           MOVE "BATCHANN"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FST=" FST " " "FSRS=" FSRS " " "FSX=" FSX " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
