       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "registroficheros.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSIF                     PIC  X(2).

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

      * Ficheros que entran de otras entidades y programa que los
      * carga.
       78 MAX-INTERFACES           VALUE 17.
       01 TABLA-INTERFACES.
           02 INTERFAZ-ENTRADA OCCURS 17 TIMES.
               03 ITF-FICHERO       PIC X(30).
               03 ITF-PROGRAMA      PIC X(10).
       77 IDX-ITF                  PIC  9(2).

       77 ESTADO-TEXTO             PIC X(10).

       77 TOTAL-RECIBIDOS          PIC  9(5) VALUE 0.
       77 TOTAL-ACEPTADOS          PIC  9(5) VALUE 0.
       77 TOTAL-RETENIDOS          PIC  9(5) VALUE 0.
       77 TOTAL-DUPLICADOS         PIC  9(5) VALUE 0.

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
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Registro de los ficheros de entrada recibidos antes de que los
      * carguen sus programas: cada fichero presente se cuadra contra
      * su pie y queda en el registro de ficheros aceptado, retenido
      * o rechazado por duplicado.  El planificador no lanza el
      * programa de carga si su fichero no esta aceptado.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHFIC - Registro de ficheros de entrada".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM PREPARAR-INTERFACES THRU PREPARAR-INTERFACES-FIN.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHFIC: error abriendo registroficheros.txt"
                   ", FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Registro de ficheros de entrada "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-ITF.

       REGISTRAR-INTERFAZ.
           ADD 1 TO IDX-ITF.
           IF IDX-ITF > MAX-INTERFACES
               GO TO FIN-REGISTRO.

           MOVE "R" TO FICC-MODO.
           MOVE ITF-FICHERO(IDX-ITF) TO FICC-FICHERO.
           MOVE "BATCHFIC" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.

           IF FICC-ESTADO = "X"
               GO TO REGISTRAR-INTERFAZ.
           IF FICC-ESTADO = "E"
               DISPLAY "BATCHFIC: registro de ficheros no accesible"
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           ADD 1 TO TOTAL-RECIBIDOS.
           MOVE "RETENIDO" TO ESTADO-TEXTO.
           IF FICC-ESTADO = "A"
               MOVE "ACEPTADO" TO ESTADO-TEXTO
               ADD 1 TO TOTAL-ACEPTADOS.
           IF FICC-ESTADO = "R"
               ADD 1 TO TOTAL-RETENIDOS.
           IF FICC-ESTADO = "D"
               MOVE "DUPLICADO" TO ESTADO-TEXTO
               ADD 1 TO TOTAL-DUPLICADOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING ITF-FICHERO(IDX-ITF) " " FICC-ORIGEN " "
               FICC-FECHA " " FICC-SECUENCIA " reg. "
               FICC-REGISTROS " " ESTADO-TEXTO " "
               ITF-PROGRAMA(IDX-ITF) " " FICC-MOTIVO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           IF FICC-ESTADO NOT = "A"
               DISPLAY "BATCHFIC: " ITF-FICHERO(IDX-ITF) " "
                   ESTADO-TEXTO " " FICC-MOTIVO.
           GO TO REGISTRAR-INTERFAZ.

       FIN-REGISTRO.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibidos " TOTAL-RECIBIDOS
               " aceptados " TOTAL-ACEPTADOS
               " retenidos " TOTAL-RETENIDOS
               " duplicados " TOTAL-DUPLICADOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHFIC: ficheros recibidos : " TOTAL-RECIBIDOS.
           DISPLAY "BATCHFIC: aceptados          : " TOTAL-ACEPTADOS.
           DISPLAY "BATCHFIC: retenidos          : " TOTAL-RETENIDOS.
           DISPLAY "BATCHFIC: duplicados         : "
               TOTAL-DUPLICADOS.
           STOP RUN.

       PREPARAR-INTERFACES.
           MOVE "abonosred.txt"          TO ITF-FICHERO(1).
           MOVE "BATCHICR"               TO ITF-PROGRAMA(1).
           MOVE "nominas.txt"            TO ITF-FICHERO(2).
           MOVE "BATCHNOM"               TO ITF-PROGRAMA(2).
           MOVE "presentacionesred.txt"  TO ITF-FICHERO(3).
           MOVE "BATCHNPR"               TO ITF-PROGRAMA(3).
           MOVE "devolucionesred.txt"    TO ITF-FICHERO(4).
           MOVE "BATCHRET"               TO ITF-PROGRAMA(4).
           MOVE "chequesimpagados.txt"   TO ITF-FICHERO(5).
           MOVE "BATCHDVC"               TO ITF-PROGRAMA(5).
           MOVE "swiftacuses.txt"        TO ITF-FICHERO(6).
           MOVE "BATCHACK"               TO ITF-PROGRAMA(6).
           MOVE "tasasbce.txt"           TO ITF-FICHERO(7).
           MOVE "BATCHECB"               TO ITF-PROGRAMA(7).
           MOVE "promotoreventos.txt"    TO ITF-FICHERO(8).
           MOVE "BATCHEVT"               TO ITF-PROGRAMA(8).
           MOVE "escaneos.txt"           TO ITF-FICHERO(9).
           MOVE "BATCHSCAN"              TO ITF-PROGRAMA(9).
           MOVE "aliasdirectorio.txt"    TO ITF-FICHERO(10).
           MOVE "BATCHALX"               TO ITF-PROGRAMA(10).
           MOVE "cancelaciones.txt"      TO ITF-FICHERO(11).
           MOVE "BATCHCANC"              TO ITF-PROGRAMA(11).
           MOVE "confirmrecargas.txt"    TO ITF-FICHERO(12).
           MOVE "BATCHCAR"               TO ITF-PROGRAMA(12).
           MOVE "presentacionestarj.txt" TO ITF-FICHERO(13).
           MOVE "BATCHEMI"               TO ITF-PROGRAMA(13).
           MOVE "presentaciones.txt"     TO ITF-FICHERO(14).
           MOVE "BATCHPRES"              TO ITF-PROGRAMA(14).
           MOVE "listabloqueo.txt"       TO ITF-FICHERO(15).
           MOVE "BANK45"                 TO ITF-PROGRAMA(15).
           MOVE "extractonostro.txt"     TO ITF-FICHERO(16).
           MOVE "BATCHNOS"               TO ITF-PROGRAMA(16).
           MOVE "trasladosrecibidos.txt" TO ITF-FICHERO(17).
           MOVE "BATCHTRS"               TO ITF-PROGRAMA(17).

       PREPARAR-INTERFACES-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHFIC"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSIF=" FSIF " " "FICC=" FICC-ESTADO " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
