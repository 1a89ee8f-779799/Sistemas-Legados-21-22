           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSM-CLAVE
           FILE STATUS IS FSRS.

           SELECT F-AVISOSBAJO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 CTA-FECHA-NAC     PIC 9(8).
           02 CTA-TELEFONO      PIC 9(9).

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


       FD F-AVISOSBAJO
           LABEL RECORD STANDARD
       77 AVISO-TEXTO              PIC  X(60).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSRS                     PIC  X(2).
       77 FSA                      PIC  X(2).

       01 CAMPOS-FECHA.



       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE "I" TO RSMC-MODO.
           CALL "BANKRSM" USING DATOS-RESUMEN.
           IF RSMC-RESULTADO NOT = "S"
               DISPLAY "BATCHLOW: resumen mensual no actualizado"
               GO TO FIN-ERROR.

           OPEN OUTPUT F-AVISOSBAJO.
           IF FSA <> 00
               DISPLAY "BATCHLOW: error abriendo avisosbajosaldo.txt"
       CONSULTA-MINIMO-CUENTA-FIN.
           EXIT.

      * Saldo de cierre del resumen mensual que contiene el ultimo
      * movimiento de la tarjeta.
       CONSULTA-SALDO-TARJETA.
           MOVE 0 TO CENT-SALDO-USER.
           MOVE 0 TO LAST-USER-MOV-NUM.

           OPEN INPUT F-RESUMEN.
           IF FSRS <> 00 AND 05
               GO TO CONSULTA-SALDO-TARJETA-FIN.

           MOVE TNUM TO RSM-TARJETA.
           MOVE 0 TO RSM-PERIODO.
           START F-RESUMEN KEY IS >= RSM-CLAVE
               INVALID KEY GO TO SALDO-TARJETA-ENCONTRADO.

       LECTURA-SALDO-TARJETA.
           READ F-RESUMEN NEXT RECORD AT END
               GO TO SALDO-TARJETA-ENCONTRADO.
           IF RSM-TARJETA NOT = TNUM
               GO TO SALDO-TARJETA-ENCONTRADO.
           IF RSM-ULTIMO-MOV-NUM > LAST-USER-MOV-NUM
               MOVE RSM-ULTIMO-MOV-NUM TO LAST-USER-MOV-NUM
               MOVE RSM-SALDO-CIERRE-CENT TO CENT-SALDO-USER.
           GO TO LECTURA-SALDO-TARJETA.

       SALDO-TARJETA-ENCONTRADO.
           CLOSE F-RESUMEN.

       CONSULTA-SALDO-TARJETA-FIN.
           EXIT.
           MOVE "BATCHLOW"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRS=" FSRS " " "FST=" FST " " "FSU=" FSU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
