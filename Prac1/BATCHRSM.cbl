       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRSM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.


       DATA DIVISION.
       FILE SECTION.
       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).


       WORKING-STORAGE SECTION.
       77 FSPA                     PIC  X(2).

       77 PEDIDA-RECONS            PIC  9(9).

       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Pone al dia el resumen mensual por tarjeta con los movimientos
      * contabilizados en el cierre del dia.  Si el parametro
      * RSMRECONS esta a un valor mayor que cero el resumen se rehace
      * entero desde el archivo y movimientos.ubd, y el parametro se
      * vuelve a dejar a cero para que la noche siguiente sea normal.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHRSM - Resumen mensual de movimientos".

           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.

           MOVE "I" TO RSMC-MODO.
           IF PEDIDA-RECONS > 0
               MOVE "R" TO RSMC-MODO
               DISPLAY "BATCHRSM: reconstruccion pedida por RSMRECONS".

           CALL "BANKRSM" USING DATOS-RESUMEN.
           IF RSMC-RESULTADO NOT = "S"
               DISPLAY "BATCHRSM: el resumen no ha quedado al dia"
               GO TO FIN-ERROR.

           IF PEDIDA-RECONS > 0
               PERFORM ANULAR-PARAMETRO THRU ANULAR-PARAMETRO-FIN.

           DISPLAY "BATCHRSM: movimientos sumados : " RSMC-SUMADOS.
           STOP RUN.

       LEER-PARAMETRO.
           MOVE 0 TO PEDIDA-RECONS.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE "RSMRECONS" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PAR-VALOR TO PEDIDA-RECONS.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
           EXIT.

       ANULAR-PARAMETRO.
           OPEN I-O F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO ANULAR-PARAMETRO-FIN.

           MOVE "RSMRECONS" TO PAR-ID.
           MOVE 0 TO PAR-VALOR.
           REWRITE PARAMETRO-REG INVALID KEY
               WRITE PARAMETRO-REG INVALID KEY CONTINUE.
           CLOSE F-PARAMETROS.

       ANULAR-PARAMETRO-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHRSM"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "MODO=" RSMC-MODO " " "FSPA=" FSPA " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
