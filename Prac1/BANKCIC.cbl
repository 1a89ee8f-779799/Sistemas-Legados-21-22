       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-FESTIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSFE.


       DATA DIVISION.
       FILE SECTION.
       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-FESTIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "festivos.ubd".
       01 FESTIVO-REG.
           02 FES-FECHA             PIC  9(8).
           02 FES-DESCR             PIC  X(30).


       WORKING-STORAGE SECTION.
       77 FSPA                     PIC  X(2).
       77 FSFE                     PIC  X(2).

      * Horas de corte HHMM de los ciclos de envio, en orden.
       01 TABLA-CORTES.
           02 CORTE-CICLO          PIC  9(4) OCCURS 9 TIMES.
       77 NUM-CORTES               PIC  9(2).
       77 IDX-CORTE                PIC  9(2).
       01 PARAM-CORTE.
           02 FILLER               PIC  X(8) VALUE "SWFCORTE".
           02 PARAM-CORTE-NUM      PIC  9(1).
           02 FILLER               PIC  X(1) VALUE SPACE.

      * Sin cortes en parametros hay un unico ciclo al final del dia.
       78 CORTE-DEFECTO            VALUE 2400.

       77 DIA-HABIL                PIC  9(1).
       77 FECHA-COMPROBAR          PIC  9(8).
       77 FECHA-COMPROBAR-INT      PIC  9(9).
       77 DIA-SEMANA               PIC  9(1).
       77 FECHA-PASO-INT           PIC  9(9).

       LINKAGE SECTION.
      * CICC-MODO:
      *   A  asigna ciclo a una orden hecha el dia CICC-FECHA a la
      *      hora CICC-HORA (HHMM): el primer ciclo del dia cuyo corte
      *      no ha pasado y, si ya pasaron todos o el dia no es habil,
      *      el primero del siguiente dia habil.  Devuelve el ciclo,
      *      su corte y la fecha valor.
      *   C  ciclo que cierra un envio hecho el dia CICC-FECHA a la
      *      hora CICC-HORA: el ultimo cuyo corte ya ha pasado (0 si
      *      aun no ha vencido ninguno) y su corte.
      *   K  corte del ciclo CICC-CICLO (0 si no existe ese ciclo).
      * En todos los modos devuelve el numero de ciclos del dia y si
      * CICC-FECHA es habil (S/N).  Los cortes estan en parametros
      * como SWFCORTE1 a SWFCORTE9 (HHMM, crecientes).
       01 DATOS-CICLO.
           02 CICC-MODO             PIC  X(1).
           02 CICC-FECHA            PIC  9(8).
           02 CICC-HORA             PIC  9(4).
           02 CICC-CICLO            PIC  9(2).
           02 CICC-CORTE            PIC  9(4).
           02 CICC-FECHA-VALOR      PIC  9(8).
           02 CICC-NUM-CICLOS       PIC  9(2).
           02 CICC-HABIL            PIC  X(1).

       PROCEDURE DIVISION USING DATOS-CICLO.
       INICIO.
           IF CICC-MODO NOT = "K"
               MOVE 0 TO CICC-CICLO.
           MOVE 0 TO CICC-CORTE.
           MOVE CICC-FECHA TO CICC-FECHA-VALOR.

           PERFORM LEER-CORTES THRU LEER-CORTES-FIN.
           MOVE NUM-CORTES TO CICC-NUM-CICLOS.

           MOVE CICC-FECHA TO FECHA-COMPROBAR.
           PERFORM COMPROBAR-DIA-HABIL THRU COMPROBAR-DIA-HABIL-FIN.
           IF DIA-HABIL = 1
               MOVE "S" TO CICC-HABIL
           ELSE
               MOVE "N" TO CICC-HABIL.

           MOVE 0 TO IDX-CORTE.
           IF CICC-MODO = "C"
               GO TO CICLO-CERRADO.
           IF CICC-MODO = "K"
               GO TO CORTE-DEL-CICLO.

       CICLO-ASIGNADO.
           ADD 1 TO IDX-CORTE.
           IF CICC-HABIL = "N" OR IDX-CORTE > NUM-CORTES
               GO TO CICLO-DIA-SIGUIENTE.
           IF CICC-HORA NOT < CORTE-CICLO(IDX-CORTE)
               GO TO CICLO-ASIGNADO.
           MOVE IDX-CORTE TO CICC-CICLO.
           MOVE CORTE-CICLO(IDX-CORTE) TO CICC-CORTE.
           GO TO SALIR.

      * Fuera de todos los cortes: primer ciclo del siguiente dia
      * habil, que es tambien la fecha valor.
       CICLO-DIA-SIGUIENTE.
           MOVE 1 TO CICC-CICLO.
           MOVE CORTE-CICLO(1) TO CICC-CORTE.
           COMPUTE FECHA-PASO-INT =
               FUNCTION INTEGER-OF-DATE(CICC-FECHA).

       BUSCAR-DIA-HABIL.
           ADD 1 TO FECHA-PASO-INT.
           COMPUTE FECHA-COMPROBAR =
               FUNCTION DATE-OF-INTEGER(FECHA-PASO-INT).
           PERFORM COMPROBAR-DIA-HABIL THRU COMPROBAR-DIA-HABIL-FIN.
           IF DIA-HABIL = 0
               GO TO BUSCAR-DIA-HABIL.
           MOVE FECHA-COMPROBAR TO CICC-FECHA-VALOR.
           GO TO SALIR.

       CICLO-CERRADO.
           ADD 1 TO IDX-CORTE.
           IF IDX-CORTE > NUM-CORTES
               GO TO SALIR.
           IF CICC-HORA < CORTE-CICLO(IDX-CORTE)
               GO TO SALIR.
           MOVE IDX-CORTE TO CICC-CICLO.
           MOVE CORTE-CICLO(IDX-CORTE) TO CICC-CORTE.
           GO TO CICLO-CERRADO.

       CORTE-DEL-CICLO.
           IF CICC-CICLO > 0 AND CICC-CICLO NOT > NUM-CORTES
               MOVE CORTE-CICLO(CICC-CICLO) TO CICC-CORTE.
           GO TO SALIR.

       LEER-CORTES.
           MOVE 0 TO NUM-CORTES.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO CORTES-LEIDOS.

       LEER-CORTE.
           IF NUM-CORTES = 9
               GO TO CORTES-CERRAR.
           COMPUTE PARAM-CORTE-NUM = NUM-CORTES + 1.
           MOVE PARAM-CORTE TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               GO TO CORTES-CERRAR.
           IF PAR-VALOR > 2400
               GO TO CORTES-CERRAR.
           IF NUM-CORTES > 0
               IF PAR-VALOR NOT > CORTE-CICLO(NUM-CORTES)
                   GO TO CORTES-CERRAR.
           ADD 1 TO NUM-CORTES.
           MOVE PAR-VALOR TO CORTE-CICLO(NUM-CORTES).
           GO TO LEER-CORTE.

       CORTES-CERRAR.
           CLOSE F-PARAMETROS.

       CORTES-LEIDOS.
           IF NUM-CORTES = 0
               MOVE 1 TO NUM-CORTES
               MOVE CORTE-DEFECTO TO CORTE-CICLO(1).

       LEER-CORTES-FIN.
           EXIT.

      * Un dia es habil si no cae en fin de semana ni esta en el
      * calendario de festivos.
       COMPROBAR-DIA-HABIL.
           MOVE 1 TO DIA-HABIL.

           COMPUTE FECHA-COMPROBAR-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-COMPROBAR).
           COMPUTE DIA-SEMANA = FUNCTION MOD(FECHA-COMPROBAR-INT, 7).
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
               MOVE 0 TO DIA-HABIL
               GO TO COMPROBAR-DIA-HABIL-FIN.

           OPEN INPUT F-FESTIVOS.
           IF FSFE <> 00
               CLOSE F-FESTIVOS
               GO TO COMPROBAR-DIA-HABIL-FIN.

           MOVE FECHA-COMPROBAR TO FES-FECHA.
           READ F-FESTIVOS INVALID KEY
               CLOSE F-FESTIVOS
               GO TO COMPROBAR-DIA-HABIL-FIN.

           MOVE 0 TO DIA-HABIL.
           CLOSE F-FESTIVOS.

       COMPROBAR-DIA-HABIL-FIN.
           EXIT.

       SALIR.
           EXIT PROGRAM.
