       01 JOBDEF-LINEA.
           02 JOBDEF-NOMBRE         PIC  X(10).
           02 JOBDEF-DEPENDE        PIC  X(10).
           02 JOBDEF-FICHERO        PIC  X(30).

       FD F-JOBLOG
           LABEL RECORD STANDARD
       77 FECHA-HIST-INT           PIC  9(9).

       01 TABLA-JOBS.
           02 JOB-ENTRY OCCURS 60 TIMES.
               03 JOB-NOMBRE       PIC  X(10).
               03 JOB-DEPENDE      PIC  X(10).
       77 NUM-JOBS                 PIC  9(2) VALUE 0.
               GO TO DEFINICION-LEIDA.
           IF JOBDEF-NOMBRE = SPACES
               GO TO LEER-DEFINICION.
           IF NUM-JOBS >= 60
               GO TO DEFINICION-LEIDA.
           ADD 1 TO NUM-JOBS.
           MOVE JOBDEF-NOMBRE  TO JOB-NOMBRE(NUM-JOBS).
