       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHMEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CUENTA
           ALTERNATE RECORD KEY IS MEN-CUENTA-TUTOR WITH DUPLICATES
           FILE STATUS IS FSMN.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-MAYORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMY.


       DATA DIVISION.
       FILE SECTION.
      * Cuentas de menores ligadas a la cuenta de su tutor.  Los topes
      * van en centimos (0 = sin tope).  Los permisos son S o N por
      * opcion del cajero.  Estado A activa, C convertida en cuenta
      * normal al cumplir el titular la mayoria de edad.
       FD F-MENORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "menores.ubd".
       01 MENOR-REG.
           02 MEN-CUENTA            PIC 9(16).
           02 MEN-CUENTA-TUTOR      PIC 9(16).
           02 MEN-TOPE-OPER-CENT    PIC S9(11).
           02 MEN-TOPE-DIA-CENT     PIC S9(11).
           02 MEN-UMBRAL-AVISO-CENT PIC S9(11).
           02 MEN-PERMISOS.
               03 MEN-PERM-RETIRADA PIC  X(1).
               03 MEN-PERM-TRF      PIC  X(1).
               03 MEN-PERM-IBAN     PIC  X(1).
               03 MEN-PERM-ENTRADAS PIC  X(1).
               03 MEN-PERM-PLAZOS   PIC  X(1).
               03 MEN-PERM-PAGOS    PIC  X(1).
           02 MEN-FECHA-ALTA        PIC  9(8).
           02 MEN-FECHA-BAJA        PIC  9(8).
           02 MEN-OPERADOR          PIC  9(4).
           02 MEN-ESTADO            PIC  X(1).

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

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-MAYORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mayoriaedad.txt".
       01 LINEA-MAYORIA             PIC  X(132).


       WORKING-STORAGE SECTION.
       77 FSMN                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSMY                     PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 MAYORIA-AAAAMMDD         PIC  9(8).

       77 TOTAL-MENORES            PIC  9(9) VALUE 0.
       77 TOTAL-MAYORES            PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Cuentas de menores cuyo titular ha cumplido ya los 18 anos a
      * la fecha contable.  Se listan para que la oficina las
      * convierta en cuenta normal desde la gestion de menores; hasta
      * entonces siguen sujetas a los controles del tutor.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHMEN - Menores que alcanzan la mayoria de edad".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN OUTPUT F-MAYORIA.
           IF FSMY <> 00
               DISPLAY "BATCHMEN: error abriendo mayoriaedad.txt, "
                   "FSMY=" FSMY
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-MAYORIA.
           STRING "UnizarBank - Cuentas de menores a convertir "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-MAYORIA.
           WRITE LINEA-MAYORIA.

           OPEN INPUT F-MENORES.
           IF FSMN = 35 OR FSMN = 05
               CLOSE F-MENORES
               GO TO FIN-INFORME.
           IF FSMN <> 00
               DISPLAY "BATCHMEN: error abriendo menores, FSMN=" FSMN
               CLOSE F-MAYORIA
               GO TO FIN-ERROR.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHMEN: error abriendo cuentas, FSU=" FSU
               CLOSE F-MENORES
               CLOSE F-MAYORIA
               GO TO FIN-ERROR.

       LEER-MENOR.
           READ F-MENORES NEXT RECORD AT END
               GO TO FIN-LECTURA.
           IF MEN-ESTADO NOT = "A"
               GO TO LEER-MENOR.
           ADD 1 TO TOTAL-MENORES.

           MOVE MEN-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO LEER-MENOR.
           IF CTA-FECHA-NAC = 0
               GO TO LEER-MENOR.

      * Los nacidos un 29 de febrero cumplen el 1 de marzo en los
      * anos que no son bisiestos; la comparacion AAAAMMDD ya lo da.
           COMPUTE MAYORIA-AAAAMMDD = CTA-FECHA-NAC + 180000.
           IF MAYORIA-AAAAMMDD > FECHA-HOY-AAAAMMDD
               GO TO LEER-MENOR.

           MOVE SPACES TO LINEA-MAYORIA.
           STRING "Cuenta " MEN-CUENTA " nacido " CTA-FECHA-NAC
               " tutor " MEN-CUENTA-TUTOR " " CTA-NOMBRE
               DELIMITED BY SIZE INTO LINEA-MAYORIA.
           WRITE LINEA-MAYORIA.
           ADD 1 TO TOTAL-MAYORES.
           GO TO LEER-MENOR.

       FIN-LECTURA.
           CLOSE CUENTAS.
           CLOSE F-MENORES.

       FIN-INFORME.
           MOVE SPACES TO LINEA-MAYORIA.
           STRING "Cuentas a convertir: " TOTAL-MAYORES
               DELIMITED BY SIZE INTO LINEA-MAYORIA.
           WRITE LINEA-MAYORIA.
           CLOSE F-MAYORIA.

           DISPLAY "BATCHMEN: cuentas de menores : " TOTAL-MENORES.
           DISPLAY "BATCHMEN: cuentas a convertir: " TOTAL-MAYORES.
           STOP RUN.

      * La fecha contable en curso manda sobre el reloj de pared.
       LEER-FECHA-OPERACION.
           OPEN INPUT F-FECHAOPER.
           IF FSFO <> 00
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE 1 TO FOP-ID.
           READ F-FECHAOPER INVALID KEY
               CLOSE F-FECHAOPER
               GO TO LEER-FECHA-OPERACION-FIN.

           MOVE FOP-ANO TO ANO.
           MOVE FOP-MES TO MES.
           MOVE FOP-DIA TO DIA.
           CLOSE F-FECHAOPER.

       LEER-FECHA-OPERACION-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHMEN"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSMN=" FSMN " " "FSU=" FSU " " "FSMY=" FSMY
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
