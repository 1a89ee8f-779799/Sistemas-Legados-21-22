       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKHTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HISTTERM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HTE-CLAVE
           FILE STATUS IS FSHT.


       DATA DIVISION.
       FILE SECTION.
      * Historico de estados de los terminales: un registro por cada
      * cambio, con la hora del reloj en que se hizo.  HTE-SEC solo
      * separa dos cambios del mismo terminal en el mismo segundo.
      * HTE-CAUSA (solo con estado F): E sin efectivo, A averia,
      * M mantenimiento, B ventana de proceso batch.
       FD F-HISTTERM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "historicoterminales.ubd".
       01 HISTTERM-REG.
           02 HTE-CLAVE.
               03 HTE-TERMINAL      PIC  9(4).
               03 HTE-FECHA         PIC  9(8).
               03 HTE-HORA          PIC  9(6).
               03 HTE-SEC           PIC  9(2).
           02 HTE-ESTADO            PIC  X(1).
           02 HTE-CAUSA             PIC  X(1).
           02 HTE-MOTIVO            PIC X(30).
           02 HTE-OPERADOR          PIC  9(4).
           02 HTE-PROGRAMA          PIC  X(8).


       WORKING-STORAGE SECTION.
       77 FSHT                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       LINKAGE SECTION.
      * HTT-RESULTADO: O anotado, E error de fichero.
       01 DATOS-HISTTERM.
           02 HTT-TERMINAL          PIC  9(4).
           02 HTT-ESTADO            PIC  X(1).
           02 HTT-CAUSA             PIC  X(1).
           02 HTT-MOTIVO            PIC X(30).
           02 HTT-OPERADOR          PIC  9(4).
           02 HTT-PROGRAMA          PIC  X(8).
           02 HTT-RESULTADO         PIC  X(1).

      * Anota en el historico un cambio de estado de un terminal.
       PROCEDURE DIVISION USING DATOS-HISTTERM.
       INICIO.
           MOVE "E" TO HTT-RESULTADO.

           OPEN I-O F-HISTTERM.
           IF FSHT = 35
               CLOSE F-HISTTERM
               OPEN OUTPUT F-HISTTERM
               CLOSE F-HISTTERM
               OPEN I-O F-HISTTERM.
           IF FSHT <> 00 AND 05
               GO TO SALIR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE HTT-TERMINAL TO HTE-TERMINAL.
           COMPUTE HTE-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HTE-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE 0 TO HTE-SEC.
           MOVE HTT-ESTADO   TO HTE-ESTADO.
           MOVE HTT-CAUSA    TO HTE-CAUSA.
           MOVE HTT-MOTIVO   TO HTE-MOTIVO.
           MOVE HTT-OPERADOR TO HTE-OPERADOR.
           MOVE HTT-PROGRAMA TO HTE-PROGRAMA.

       ESCRIBIR-HISTORICO.
           WRITE HISTTERM-REG INVALID KEY
               IF HTE-SEC < 99
                   ADD 1 TO HTE-SEC
                   GO TO ESCRIBIR-HISTORICO
               ELSE
                   CLOSE F-HISTTERM
                   GO TO SALIR.

           MOVE "O" TO HTT-RESULTADO.
           CLOSE F-HISTTERM.

       SALIR.
           EXIT PROGRAM.
