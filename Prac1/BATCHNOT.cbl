           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

           SELECT OPTIONAL TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT F-CARTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSC.


       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "avisossms.txt".
       01 LINEA-SMS                 PIC  X(100).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-C      PIC 9(16).
           02 TPIN-SALT-C  PIC  9(4).
           02 TPIN-HASH-C PIC  9(9).
           02 TCAD-C      PIC  9(6).
           02 CTA-ID-C    PIC 9(16).
           02 TPRIMER-USO-C PIC  X(1).
           02 TIDIOMA-C    PIC  X(2).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAREG.
           02 CUENTA-ID        PIC 9(16).
           02 CTA-NOMBRE       PIC X(30).
           02 CTA-DIRECCION    PIC X(35).
           02 CTA-FECHA-ALTA.
               03 CTA-ANO-ALTA PIC 9(4).
               03 CTA-MES-ALTA PIC 9(2).
               03 CTA-DIA-ALTA PIC 9(2).
           02 CTA-SOBREG-ENT   PIC 9(7).
           02 CTA-SOBREG-DEC   PIC 9(2).
           02 CTA-MINIMO-ENT    PIC 9(7).
           02 CTA-MINIMO-DEC    PIC 9(2).
           02 CTA-EXENTA-COM    PIC X(1).
           02 CTA-ESTADO        PIC X(1).
           02 CTA-NIF           PIC X(9).
           02 CTA-FECHA-NAC     PIC 9(8).
           02 CTA-TELEFONO      PIC 9(9).

      * Cartas al domicilio del titular para los avisos de cambio
      * de condiciones que no pueden ir por SMS.
       FD F-CARTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cartasaviso.txt".
       01 LINEA-CARTA               PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSEV                     PIC  X(2).
       77 FSPV                     PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 TITULAR-ENCONTRADO       PIC  X(1).

       77 TELEFONO-DESTINO         PIC  9(9).

       77 TOTAL-LEIDOS             PIC  9(9) VALUE 0.
       77 TOTAL-ENVIADOS           PIC  9(9) VALUE 0.
       77 TOTAL-SIN-TELEFONO       PIC  9(9) VALUE 0.
       77 TOTAL-CARTAS             PIC  9(9) VALUE 0.



                   FSA
               GO TO FIN-ERROR.

           OPEN OUTPUT F-CARTAS.
           IF FSC <> 00
               DISPLAY "BATCHNOT: error abriendo cartasaviso.txt, FSC="
                   FSC
               CLOSE F-AVISOSSMS
               GO TO FIN-ERROR.

           OPEN I-O F-EVENTOSAVISO.
           IF FSEV <> 00 AND 05
               DISPLAY "BATCHNOT: error abriendo eventosaviso.ubd"
                   ", FSEV=" FSEV
               CLOSE F-AVISOSSMS
               CLOSE F-CARTAS
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           OPEN INPUT CUENTAS.

       LEER-EVENTO.
           READ F-EVENTOSAVISO NEXT RECORD AT END GO TO FIN-LECTURA.
           ADD 1 TO TOTAL-LEIDOS.

           PERFORM BUSCAR-TELEFONO THRU BUSCAR-TELEFONO-FIN.

      * Un cambio de condiciones ha de llegar a todo cliente, tenga
      * o no preferencias de aviso: se usa el telefono de la cuenta
      * y, sin el, se escribe una carta.
           MOVE "N" TO TITULAR-ENCONTRADO.
           IF TELEFONO-DESTINO = 0 AND EVT-TIPO = "CON"
               PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-FIN.

           IF TELEFONO-DESTINO = 0
               IF TITULAR-ENCONTRADO = "S"
                   PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-FIN
               ELSE
                   ADD 1 TO TOTAL-SIN-TELEFONO
               END-IF
           ELSE
               PERFORM ESCRIBIR-SMS THRU ESCRIBIR-SMS-FIN.

       BUSCAR-TELEFONO-FIN.
           EXIT.

       BUSCAR-TITULAR.
           MOVE EVT-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO BUSCAR-TITULAR-FIN.
           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO BUSCAR-TITULAR-FIN.

           MOVE "S" TO TITULAR-ENCONTRADO.
           MOVE CTA-TELEFONO TO TELEFONO-DESTINO.

       BUSCAR-TITULAR-FIN.
           EXIT.

       ESCRIBIR-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "CARTA " CUENTA-ID " " CTA-NOMBRE " "
               CTA-DIRECCION
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "      " EVT-ANO "-" EVT-MES "-" EVT-DIA " "
               EVT-TEXTO
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           ADD 1 TO TOTAL-CARTAS.

       ESCRIBIR-CARTA-FIN.
           EXIT.

       ESCRIBIR-SMS.
           MOVE SPACES TO LINEA-SMS.
           STRING "SMS " TELEFONO-DESTINO " " EVT-TIPO " "

       FIN-LECTURA.
           CLOSE F-EVENTOSAVISO.
           CLOSE TARJETAS.
           CLOSE CUENTAS.

           MOVE SPACES TO LINEA-CARTA.
           STRING "Cartas generadas: " TOTAL-CARTAS
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           CLOSE F-CARTAS.

           MOVE SPACES TO LINEA-SMS.
           STRING "Avisos generados: " TOTAL-ENVIADOS

           DISPLAY "BATCHNOT: eventos leidos      : " TOTAL-LEIDOS.
           DISPLAY "BATCHNOT: avisos generados    : " TOTAL-ENVIADOS.
           DISPLAY "BATCHNOT: cartas generadas    : " TOTAL-CARTAS.
           DISPLAY "BATCHNOT: sin telefono        : "
               TOTAL-SIN-TELEFONO.
           STOP RUN.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSEV=" FSEV " " "FSPV=" FSPV " " "FSA=" FSA " "
               "FSC=" FSC " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
