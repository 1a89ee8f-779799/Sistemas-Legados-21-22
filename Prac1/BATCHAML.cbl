           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSM-CLAVE
           FILE STATUS IS FSRS.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALM-NIF
           FILE STATUS IS FSAL.


       DATA DIVISION.
       FILE SECTION.
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

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


       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

      * Ultimo mes en que cada titular salio declarable o con
      * fraccionamiento; lo consulta la calificacion de riesgo.
       FD F-ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "alertasaml.ubd".
       01 ALERTA-REG.
           02 ALM-NIF               PIC  X(9).
           02 ALM-PERIODO-DECL      PIC  9(6).
           02 ALM-PERIODO-FRACC     PIC  9(6).
           02 ALM-EFECTIVO-CENT     PIC  9(13).
           02 ALM-OPS-BANDA         PIC  9(5).


       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSRS                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSAL                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 ANO-INFORME              PIC  9(4).
       77 MES-INFORME              PIC  9(2).
       77 PERIODO-INFORME          PIC  9(6).

       01 TABLA-TITULARES.
           02 TITULAR-ENTRADA OCCURS 500 TIMES.
       77 DECLARABLE               PIC  X(1).
       77 FRACCIONADO              PIC  X(1).
       77 IMP-EDIT                 PIC  9(13).
       77 TARJETA-RESUMEN          PIC  9(16).
       77 OPS-BANDA-TARJETA        PIC  9(5).

       77 RESUMENES-LEIDOS         PIC  9(9) VALUE 0.
       77 MOVS-EFECTIVO            PIC  9(9) VALUE 0.
       77 TOTAL-DECLARADOS         PIC  9(5) VALUE 0.
       77 TOTAL-FRACCIONADOS       PIC  9(5) VALUE 0.

       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
      * titular. Lista a los que superan el umbral mensual con el
      * detalle de sus operaciones y marca el fraccionamiento
      * aparente: varios ingresos justo por debajo de la referencia
      * de importe unitario.  El efectivo de cada tarjeta sale de
      * su resumen mensual; solo se leen los movimientos de las
      * tarjetas con ingresos en efectivo, para contar los que caen
      * en la banda, y los de los titulares que salen en el parte.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHAML - Actividad mensual en efectivo".
           COMPUTE BANDA-INF-CENT =
               (REFERENCIA-OP-CENT * 90) / 100.

           COMPUTE PERIODO-INFORME = (ANO-INFORME * 100) + MES-INFORME.

           MOVE "I" TO RSMC-MODO.
           CALL "BANKRSM" USING DATOS-RESUMEN.
           IF RSMC-RESULTADO NOT = "S"
               DISPLAY "BATCHAML: resumen mensual no actualizado"
               GO TO FIN-ERROR.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               DISPLAY "BATCHAML: sin movimientos que examinar"
                   FSM
               GO TO FIN-ERROR.

           OPEN INPUT F-RESUMEN.
           IF FSRS <> 00 AND 05
               DISPLAY "BATCHAML: error abriendo resumenmes.ubd, FSRS="
                   FSRS
               CLOSE F-MOVIMIENTOS
               GO TO FIN-ERROR.

       LEER-RESUMEN.
           READ F-RESUMEN NEXT RECORD AT END
               GO TO ACUMULADO-YA.
           IF RSM-TARJETA = 0
               GO TO LEER-RESUMEN.
           IF RSM-PERIODO NOT = PERIODO-INFORME
               GO TO LEER-RESUMEN.
           ADD 1 TO RESUMENES-LEIDOS.
           IF RSM-EFE-ENTRA-NUM = 0 AND RSM-EFE-SALE-NUM = 0
               GO TO LEER-RESUMEN.
           ADD RSM-EFE-ENTRA-NUM RSM-EFE-SALE-NUM TO MOVS-EFECTIVO.

           MOVE RSM-TARJETA TO TNUM.
           PERFORM LOCALIZAR-NIF THRU LOCALIZAR-NIF-FIN.
           IF NIF-TARJETA = SPACES
               GO TO LEER-RESUMEN.

           MOVE RSM-TARJETA TO TARJETA-RESUMEN.
           MOVE 0 TO OPS-BANDA-TARJETA.
           IF RSM-EFE-ENTRA-NUM > 0
               PERFORM CONTAR-BANDA-TARJETA
                   THRU CONTAR-BANDA-TARJETA-FIN.

           PERFORM ACUMULAR-TITULAR THRU ACUMULAR-TITULAR-FIN.
           GO TO LEER-RESUMEN.

       ACUMULADO-YA.
           CLOSE F-RESUMEN.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHAML: error abriendo amlefectivo.txt"
               CLOSE F-MOVIMIENTOS
               GO TO FIN-ERROR.

           OPEN I-O F-ALERTAS.
           IF FSAL = 35
               CLOSE F-ALERTAS
               OPEN OUTPUT F-ALERTAS
               CLOSE F-ALERTAS
               OPEN I-O F-ALERTAS.
           IF FSAL <> 00
               DISPLAY "BATCHAML: error abriendo alertasaml.ubd"
               CLOSE F-MOVIMIENTOS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
                   DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-FIN.
           PERFORM DETALLAR-TITULAR THRU DETALLAR-TITULAR-FIN.
           GO TO EMITIR-TITULAR.

       EMITIR-RESUMEN.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ALERTAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Titulares declarables: " TOTAL-DECLARADOS
               " con fraccionamiento: " TOTAL-FRACCIONADOS
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHAML: resumenes del mes  : " RESUMENES-LEIDOS.
           DISPLAY "BATCHAML: en efectivo        : " MOVS-EFECTIVO.
           DISPLAY "BATCHAML: declarables        : "
               TOTAL-DECLARADOS.
               TOTAL-FRACCIONADOS.
           STOP RUN.

      * Ingresos en efectivo de la tarjeta en la banda de
      * fraccionamiento, leyendo solo sus movimientos.
       CONTAR-BANDA-TARJETA.
           MOVE TARJETA-RESUMEN TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO CONTAR-BANDA-TARJETA-FIN.

       CONTAR-BANDA-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO CONTAR-BANDA-TARJETA-FIN.
           IF MOV-TARJETA NOT = TARJETA-RESUMEN
               GO TO CONTAR-BANDA-TARJETA-FIN.

           PERFORM FILTRAR-EFECTIVO THRU FILTRAR-EFECTIVO-FIN.
           IF ES-INGRESO = "S"
               AND MOV-ABS-CENT >= BANDA-INF-CENT
               AND MOV-ABS-CENT < REFERENCIA-OP-CENT
               ADD 1 TO OPS-BANDA-TARJETA.
           GO TO CONTAR-BANDA-MOV.

       CONTAR-BANDA-TARJETA-FIN.
           EXIT.

      * Deja constancia del mes en que el titular salio en el parte
      * para la calificacion de riesgo de BATCHRSG.
       ANOTAR-ALERTA.
           MOVE TIT-NIF(IDX-TIT) TO ALM-NIF.
           READ F-ALERTAS INVALID KEY
               MOVE 0 TO ALM-PERIODO-DECL
               MOVE 0 TO ALM-PERIODO-FRACC
               MOVE 0 TO ALM-OPS-BANDA.

           IF DECLARABLE = "S"
               MOVE PERIODO-INFORME TO ALM-PERIODO-DECL.
           IF FRACCIONADO = "S"
               MOVE PERIODO-INFORME TO ALM-PERIODO-FRACC
               MOVE TIT-OPS-BANDA(IDX-TIT) TO ALM-OPS-BANDA.
           MOVE TIT-EFECTIVO-CENT(IDX-TIT) TO ALM-EFECTIVO-CENT.

           IF FSAL = 00
               REWRITE ALERTA-REG INVALID KEY
                   DISPLAY "BATCHAML: error anotando " ALM-NIF
           ELSE
               WRITE ALERTA-REG INVALID KEY
                   DISPLAY "BATCHAML: error anotando " ALM-NIF.

       ANOTAR-ALERTA-FIN.
           EXIT.

      * Detalle de cada operacion del titular senalado: se buscan en
      * los resumenes del mes sus tarjetas con efectivo y se leen
      * los movimientos de esas tarjetas.
       DETALLAR-TITULAR.
           OPEN INPUT F-RESUMEN.
           IF FSRS <> 00 AND 05
               GO TO DETALLAR-TITULAR-FIN.

       DETALLAR-RESUMEN.
           READ F-RESUMEN NEXT RECORD AT END
               CLOSE F-RESUMEN
               GO TO DETALLAR-TITULAR-FIN.
           IF RSM-TARJETA = 0
               GO TO DETALLAR-RESUMEN.
           IF RSM-PERIODO NOT = PERIODO-INFORME
               GO TO DETALLAR-RESUMEN.
           IF RSM-EFE-ENTRA-NUM = 0 AND RSM-EFE-SALE-NUM = 0
               GO TO DETALLAR-RESUMEN.

           MOVE RSM-TARJETA TO TNUM.
           PERFORM LOCALIZAR-NIF THRU LOCALIZAR-NIF-FIN.
           IF NIF-TARJETA NOT = TIT-NIF(IDX-TIT)
               GO TO DETALLAR-RESUMEN.

           MOVE RSM-TARJETA TO TARJETA-RESUMEN.
           MOVE TARJETA-RESUMEN TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO DETALLAR-RESUMEN.

       DETALLAR-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO DETALLAR-RESUMEN.
           IF MOV-TARJETA NOT = TARJETA-RESUMEN
               GO TO DETALLAR-RESUMEN.

           PERFORM FILTRAR-EFECTIVO THRU FILTRAR-EFECTIVO-FIN.
           IF ES-INGRESO = "X"
               GO TO DETALLAR-MOV.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  " MOV-DIA "-" MOV-MES "-" MOV-ANO
               " tarjeta " MOV-TARJETA " "
           MOVE 0 TO TIT-OPS-BANDA(IDX-BUSCA).

       SUMAR-TITULAR.
           ADD RSM-EFE-ENTRA-CENT RSM-EFE-SALE-CENT
               TO TIT-EFECTIVO-CENT(IDX-BUSCA).
           ADD RSM-EFE-ENTRA-NUM RSM-EFE-SALE-NUM
               TO TIT-NUM-OPS(IDX-BUSCA).
           ADD OPS-BANDA-TARJETA TO TIT-OPS-BANDA(IDX-BUSCA).

       ACUMULAR-TITULAR-FIN.
           EXIT.
