       01 JOBDEF-LINEA.
           02 JOBDEF-NOMBRE         PIC  X(10).
           02 JOBDEF-DEPENDE        PIC  X(10).
           02 JOBDEF-FICHERO        PIC  X(30).

       FD F-JOBLOG
           LABEL RECORD STANDARD
       77 FECHA-CADENA             PIC  9(8).

       01 TABLA-JOBS.
           02 JOB-ENTRY OCCURS 60 TIMES.
               03 JOB-NOMBRE       PIC  X(10).
               03 JOB-DEPENDE      PIC  X(10).
               03 JOB-FICHERO      PIC  X(30).
       77 NUM-JOBS                 PIC  9(2) VALUE 0.
       77 IDX-JOB                  PIC  9(2).
       77 IDX-ARRANQUE             PIC  9(2).
       77 COMANDO-JOB              PIC  X(30).
       77 CADENA-DETENIDA          PIC  9(1).
       77 DEPENDENCIA-OK           PIC  9(1).
       77 FICHERO-OK               PIC  9(1).
       77 ESTADO-MOSTRAR           PIC  X(12).



       01 DATOS-FICHERO.
           02 FICC-MODO             PIC  X(1).
           02 FICC-FICHERO          PIC X(30).
           02 FICC-PROGRAMA         PIC X(10).
           02 FICC-ESTADO           PIC  X(1).
           02 FICC-ORIGEN           PIC  X(8).
           02 FICC-FECHA            PIC  9(8).
           02 FICC-SECUENCIA        PIC  9(6).
           02 FICC-REGISTROS        PIC  9(9).
           02 FICC-MOTIVO           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
               MOVE 1 TO CADENA-DETENIDA
               GO TO EJECUTAR-JOB-FIN.

           PERFORM COMPROBAR-FICHERO THRU COMPROBAR-FICHERO-FIN.
           IF FICHERO-OK = 0
               DISPLAY "BATCHSCH: " JOB-NOMBRE(IDX-JOB)
                   " detenido, " JOB-FICHERO(IDX-JOB)
                   " no aceptado (" FICC-ESTADO ") " FICC-MOTIVO
               MOVE 1 TO CADENA-DETENIDA
               GO TO EJECUTAR-JOB-FIN.

           DISPLAY "BATCHSCH: lanzando " JOB-NOMBRE(IDX-JOB).
           PERFORM ANOTAR-ARRANQUE THRU ANOTAR-ARRANQUE-FIN.

       COMPROBAR-DEPENDENCIA-FIN.
           EXIT.

      * Un job que carga un fichero de entrada solo se lanza si el
      * fichero esta aceptado en el registro de ficheros.  Si no ha
      * llegado fichero, o el que hay ya se proceso, se lanza igual y
      * el propio job lo trata como dia sin fichero.
       COMPROBAR-FICHERO.
           MOVE 1 TO FICHERO-OK.
           IF JOB-FICHERO(IDX-JOB) = SPACES
               GO TO COMPROBAR-FICHERO-FIN.

           MOVE "C" TO FICC-MODO.
           MOVE JOB-FICHERO(IDX-JOB) TO FICC-FICHERO.
           MOVE JOB-NOMBRE(IDX-JOB) TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO NOT = "A" AND NOT = "X" AND NOT = "P"
               MOVE 0 TO FICHERO-OK.

       COMPROBAR-FICHERO-FIN.
           EXIT.

       ANOTAR-ARRANQUE.
           OPEN I-O F-JOBLOG.
           IF FSJL = 35
               GO TO DEFINICION-LEIDA.
           IF JOBDEF-NOMBRE = SPACES
               GO TO LEER-DEFINICION.
           IF NUM-JOBS >= 60
               DISPLAY "BATCHSCH: definicion truncada a 60 jobs"
               GO TO DEFINICION-LEIDA.
           ADD 1 TO NUM-JOBS.
           MOVE JOBDEF-NOMBRE  TO JOB-NOMBRE(NUM-JOBS).
           MOVE JOBDEF-DEPENDE TO JOB-DEPENDE(NUM-JOBS).
           MOVE JOBDEF-FICHERO TO JOB-FICHERO(NUM-JOBS).
           GO TO LEER-DEFINICION.

       DEFINICION-LEIDA.
      * incompletas se repongan dentro de la misma fecha contable,
      * antes del cuadre y del extracto; BATCHARC cuelga de BATCHGLX
      * para que el archivado nunca borre detalle sin llevar al mayor.
      * BATCHRSM sigue al cierre del dia para que los informes lean
      * el resumen mensual ya al dia.  BATCHFIC registra antes que
      * nada los ficheros de entrada; la tercera columna es el
      * fichero que carga el job, que ha de estar aceptado.  Abre la
      * cadena BATCHSNP, que fotografia los saldos para que los
      * cajeros sigan pagando en diferido mientras corre el lote.
       SEMBRAR-DEFINICION.
           OPEN OUTPUT F-JOBDEF.
           IF FSJD <> 00
               GO TO SEMBRAR-DEFINICION-FIN.

           MOVE SPACES      TO JOBDEF-LINEA.
           MOVE "BATCHSNP"  TO JOBDEF-NOMBRE.
           MOVE SPACES      TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHFIC"  TO JOBDEF-NOMBRE.
           MOVE "BATCHSNP"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHRCV"  TO JOBDEF-NOMBRE.
           MOVE "BATCHFIC"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHEOD"  TO JOBDEF-NOMBRE.
           MOVE "BATCHRCV"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHRSM"  TO JOBDEF-NOMBRE.
           MOVE "BATCHEOD"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHPRD"  TO JOBDEF-NOMBRE.
           MOVE "BATCHRSM"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHINT"  TO JOBDEF-NOMBRE.
           MOVE "BATCHPRD"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHPROG" TO JOBDEF-NOMBRE.
           MOVE "BATCHINT"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHCHQ"  TO JOBDEF-NOMBRE.
           MOVE "BATCHPROG" TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHBIL"  TO JOBDEF-NOMBRE.
           MOVE "BATCHCHQ"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHSCR"  TO JOBDEF-NOMBRE.
           MOVE "BATCHBIL"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHSWFT" TO JOBDEF-NOMBRE.
           MOVE "BATCHSCR"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHMKT"  TO JOBDEF-NOMBRE.
           MOVE "BATCHWAIT" TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHTOP"  TO JOBDEF-NOMBRE.
           MOVE "BATCHMKT"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
      * Vencimientos, adeudos recurrentes y traspasos del dia, y
      * despues los intercambios con la red y los partes, antes de
      * sellar la auditoria y cerrar con el parte de la manana.
           MOVE "BATCHDEP"   TO JOBDEF-NOMBRE.
           MOVE "BATCHTOP"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHCUO"   TO JOBDEF-NOMBRE.
           MOVE "BATCHDEP"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHPRE"   TO JOBDEF-NOMBRE.
           MOVE "BATCHCUO"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHTCR"   TO JOBDEF-NOMBRE.
           MOVE "BATCHPRE"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHEMB"   TO JOBDEF-NOMBRE.
           MOVE "BATCHTCR"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHOIB"   TO JOBDEF-NOMBRE.
           MOVE "BATCHEMB"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHLQA"   TO JOBDEF-NOMBRE.
           MOVE "BATCHOIB"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHBAR"   TO JOBDEF-NOMBRE.
           MOVE "BATCHLQA"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHDIV"   TO JOBDEF-NOMBRE.
           MOVE "BATCHBAR"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHDSP"   TO JOBDEF-NOMBRE.
           MOVE "BATCHDIV"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHITX"   TO JOBDEF-NOMBRE.
           MOVE "BATCHDSP"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHDCC"   TO JOBDEF-NOMBRE.
           MOVE "BATCHITX"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHEMI"   TO JOBDEF-NOMBRE.
           MOVE "BATCHDCC"   TO JOBDEF-DEPENDE.
           MOVE "presentacionestarj.txt" TO JOBDEF-FICHERO.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHACK"   TO JOBDEF-NOMBRE.
           MOVE "BATCHEMI"   TO JOBDEF-DEPENDE.
           MOVE "swiftacuses.txt" TO JOBDEF-FICHERO.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHNOS"   TO JOBDEF-NOMBRE.
           MOVE "BATCHACK"   TO JOBDEF-DEPENDE.
           MOVE "extractonostro.txt" TO JOBDEF-FICHERO.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHALX"   TO JOBDEF-NOMBRE.
           MOVE "BATCHNOS"   TO JOBDEF-DEPENDE.
           MOVE "aliasdirectorio.txt" TO JOBDEF-FICHERO.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHTRS"   TO JOBDEF-NOMBRE.
           MOVE "BATCHALX"   TO JOBDEF-DEPENDE.
           MOVE "trasladosrecibidos.txt" TO JOBDEF-FICHERO.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHPRN"   TO JOBDEF-NOMBRE.
           MOVE "BATCHTRS"   TO JOBDEF-DEPENDE.
           MOVE SPACES       TO JOBDEF-FICHERO.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHTES"   TO JOBDEF-NOMBRE.
           MOVE "BATCHPRN"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHSOD"   TO JOBDEF-NOMBRE.
           MOVE "BATCHTES"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHSEL"   TO JOBDEF-NOMBRE.
           MOVE "BATCHSOD"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHMEN"   TO JOBDEF-NOMBRE.
           MOVE "BATCHSEL"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHCAP"   TO JOBDEF-NOMBRE.
           MOVE "BATCHMEN"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHSUS"   TO JOBDEF-NOMBRE.
           MOVE "BATCHCAP"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHOFR"   TO JOBDEF-NOMBRE.
           MOVE "BATCHSUS"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHRNT"   TO JOBDEF-NOMBRE.
           MOVE "BATCHOFR"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHCMP"   TO JOBDEF-NOMBRE.
           MOVE "BATCHRNT"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHRSG"   TO JOBDEF-NOMBRE.
           MOVE "BATCHCMP"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHREC"   TO JOBDEF-NOMBRE.
           MOVE "BATCHRSG"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHOFI"   TO JOBDEF-NOMBRE.
           MOVE "BATCHREC"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHSLA"   TO JOBDEF-NOMBRE.
           MOVE "BATCHOFI"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHDVE"   TO JOBDEF-NOMBRE.
           MOVE "BATCHSLA"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHVAL"   TO JOBDEF-NOMBRE.
           MOVE "BATCHDVE"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHDON"   TO JOBDEF-NOMBRE.
           MOVE "BATCHVAL"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHFOR"   TO JOBDEF-NOMBRE.
           MOVE "BATCHDON"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHAVC"   TO JOBDEF-NOMBRE.
           MOVE "BATCHFOR"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHCSH"   TO JOBDEF-NOMBRE.
           MOVE "BATCHAVC"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHCAJ"   TO JOBDEF-NOMBRE.
           MOVE "BATCHCSH"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
           MOVE "BATCHDWH"   TO JOBDEF-NOMBRE.
           MOVE "BATCHCAJ"   TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.
      * El parte de la manana cierra la cadena, con la foto de todo
      * lo anterior.
           MOVE "BATCHMOR"  TO JOBDEF-NOMBRE.
           MOVE "BATCHDWH"  TO JOBDEF-DEPENDE.
           WRITE JOBDEF-LINEA.

           CLOSE F-JOBDEF.
