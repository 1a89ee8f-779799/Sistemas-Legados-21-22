       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK52.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUTORIZADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-CLAVE
           ALTERNATE RECORD KEY IS AUT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSAT.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Personas autorizadas y apoderados de una cuenta que no son
      * titulares.  Alcance C solo consultas, P pagos hasta un
      * importe por operacion, T total.  Estado A vigente, R revocada.
       FD F-AUTORIZADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autorizados.ubd".
       01 AUTORIZADO-REG.
           02 AUT-CLAVE.
               03 AUT-CUENTA        PIC 9(16).
               03 AUT-NUM           PIC  9(3).
           02 AUT-NIF               PIC  X(9).
           02 AUT-NOMBRE            PIC X(30).
           02 AUT-ALCANCE           PIC  X(1).
           02 AUT-LIMITE-CENT       PIC S9(11).
           02 AUT-FECHA-DESDE       PIC  9(8).
           02 AUT-FECHA-HASTA       PIC  9(8).
           02 AUT-DOCUMENTO         PIC X(20).
           02 AUT-TARJETA           PIC 9(16).
           02 AUT-OPERADOR          PIC  9(4).
           02 AUT-ESTADO            PIC  X(1).

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

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM               PIC  9(10).
           02 AUD-OPERADOR          PIC  9(4).
           02 AUD-PROGRAMA          PIC  X(8).
           02 AUD-ACCION            PIC X(20).
           02 AUD-CLAVE             PIC X(35).
           02 AUD-ANTES             PIC X(20).
           02 AUD-DESPUES           PIC X(20).
           02 AUD-ANO               PIC  9(4).
           02 AUD-MES               PIC  9(2).
           02 AUD-DIA               PIC  9(2).
           02 AUD-HOR               PIC  9(2).
           02 AUD-MIN               PIC  9(2).
           02 AUD-SEG               PIC  9(2).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSAT                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSFO                     PIC  X(2).

       77 OPERADOR-ACTUAL          PIC  9(4).
       77 OPERADOR-NIVEL           PIC  9(1).
       77 OPID-INTRO               PIC  9(4).
       77 OPPIN-INTRO              PIC  9(4).
       77 MODO-INTRO               PIC  X(1).

       01 DATOS-ACCESO.
           02 ACC-OPID             PIC  9(4).
           02 ACC-PIN              PIC  9(4).
           02 ACC-RESULTADO        PIC  X(1).
           02 ACC-NIVEL            PIC  9(1).
           02 ACC-MODO             PIC  X(1) VALUE "N".
           02 ACC-AVISO            PIC X(15) VALUE SPACES.
       77 LAST-AUD-NUM             PIC  9(10).
       77 AUDIT-ACCION             PIC X(20).
       77 AUDIT-CLAVE              PIC X(35).
       77 AUDIT-ANTES              PIC X(20).
       77 AUDIT-DESPUES            PIC X(20).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       78 GREEN   VALUE 2.
       78 CYAN    VALUE 3.
       78 RED     VALUE 4.
       78 MAGENTA VALUE 5.
       78 YELLOW  VALUE 6.
       78 WHITE   VALUE 7.

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

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
           88 ESC-PRESSED         VALUE 2005.

       77 PRESSED-KEY              PIC  9(4).
       77 CHOICE                   PIC  9(1).
       77 CTAID-INTRO              PIC 9(16).
       77 NIF-INTRO                PIC  X(9).
       77 NOMBRE-INTRO             PIC X(30).
       77 ALCANCE-INTRO            PIC  X(1).
       77 LIMITE-ENT-INTRO         PIC  9(7).
       77 LIMITE-DEC-INTRO         PIC  9(2).
       77 DESDE-INTRO              PIC  9(8).
       77 HASTA-INTRO              PIC  9(8).
       77 DOCUMENTO-INTRO          PIC X(20).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 LAST-AUT-NUM             PIC  9(3).
       77 NUM-REVOCADAS            PIC  9(3).
       77 NIF-TITULAR              PIC  X(9).

       77 NIF-VALIDO               PIC  9(1).
       77 NIF-NUM                  PIC  9(8).
       77 NIF-RESTO                PIC  9(2).
       01 NIF-TRABAJO              PIC  X(9).
       77 LETRAS-NIF               PIC  X(23) VALUE
           "TRWAGMYFPDXBNJZSQVHLCKE".

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
           05 FILLER LINE 1 COL 66 FOREGROUND-COLOR RED HIGHLIGHT
               PIC X(15) FROM ACC-AVISO.

       01 SIGNON-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(4) USING OPID-INTRO.
           05 FILLER BLANK ZERO SECURE AUTO LINE 11 COL 45
               PIC 9(4) USING OPPIN-INTRO.
           05 FILLER LINE 12 COL 45
               PIC X(1) USING MODO-INTRO.

       01 AUTORIZADO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER AUTO LINE 9 COL 40
               PIC X(9) USING NIF-INTRO.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(30) USING NOMBRE-INTRO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(1) USING ALCANCE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 40
               PIC 9(7) USING LIMITE-ENT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 48
               PIC 9(2) USING LIMITE-DEC-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(8) USING DESDE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 40
               PIC 9(8) USING HASTA-INTRO.
           05 FILLER LINE 15 COL 40
               PIC X(20) USING DOCUMENTO-INTRO.

       01 REVOCAR-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER LINE 9 COL 40
               PIC X(9) USING NIF-INTRO.


      * Registro de personas autorizadas y apoderados sobre una
      * cuenta: alcance de lo que pueden hacer, vigencia y documento
      * que lo acredita.  Las tarjetas se les emiten desde la gestion
      * de tarjetas y los cajeros aplican el alcance con BANKAUT.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Autorizados y apoderados" LINE 2
               COLUMN 21 WITH FOREGROUND-COLOR IS BLUE.
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE MODO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT SIGNON-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO SIGNON-OPERADOR.

      * El control de acceso comun valida la clave, los intentos
      * fallidos y la caducidad de la clave del operador.
           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
               MOVE 0 TO OPERADOR-ACTUAL
               MOVE 2 TO OPERADOR-NIVEL
               GO TO IMPRIMIR-CABECERA.

           IF ACC-RESULTADO = "K"
               DISPLAY "Clave caducada; cambiela en la" LINE 14
                   COLUMN 25 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "administracion de operadores" LINE 15
                   COLUMN 26 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO SIGNON-REINTENTO.

           IF ACC-RESULTADO = "L"
               DISPLAY "Operador bloqueado por intentos fallidos"
                   LINE 14 COLUMN 20
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO SIGNON-REINTENTO.

           IF ACC-RESULTADO NOT = "O"
               DISPLAY "Operador o clave incorrectos" LINE 14
                   COLUMN 26 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO SIGNON-REINTENTO.

           MOVE OPID-INTRO TO OPERADOR-ACTUAL.
           MOVE ACC-NIVEL  TO OPERADOR-NIVEL.
           GO TO IMPRIMIR-CABECERA.

       SIGNON-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO SIGNON-OPERADOR.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Autorizados y apoderados" LINE 2
               COLUMN 21 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.

       PMENU.
           DISPLAY "1 - Registrar autorizado o apoderado" LINE 8
               COLUMN 20.
           DISPLAY "2 - Revocar autorizacion" LINE 9 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-AUTORIZADO.
           IF CHOICE = 2
               GO TO REVOCAR-AUTORIZADO.
           GO TO PMENUA1.

       ALTA-AUTORIZADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar autorizado o apoderado" LINE 6
               COLUMN 24.
           INITIALIZE CTAID-INTRO.
           INITIALIZE NIF-INTRO.
           INITIALIZE NOMBRE-INTRO.
           INITIALIZE ALCANCE-INTRO.
           INITIALIZE LIMITE-ENT-INTRO.
           INITIALIZE LIMITE-DEC-INTRO.
           INITIALIZE DESDE-INTRO.
           INITIALIZE HASTA-INTRO.
           INITIALIZE DOCUMENTO-INTRO.

       PANTALLA-AUTORIZADO.
           DISPLAY "Cuenta:" LINE 8 COLUMN 10.
           DISPLAY "NIF del autorizado:" LINE 9 COLUMN 10.
           DISPLAY "Nombre:" LINE 10 COLUMN 10.
           DISPLAY "Alcance (C/P/T):" LINE 11 COLUMN 10.
           DISPLAY "Importe max. por pago:" LINE 12 COLUMN 10.
           DISPLAY "," LINE 12 COLUMN 47.
           DISPLAY "EUR" LINE 12 COLUMN 51.
           DISPLAY "Desde (AAAAMMDD, 0=hoy):" LINE 13 COLUMN 10.
           DISPLAY "Hasta (AAAAMMDD, 0=sin fin):" LINE 14 COLUMN 10.
           DISPLAY "Documento acreditativo:" LINE 15 COLUMN 10.
           DISPLAY "C consultas, P pagos hasta el importe, T total"
               LINE 17 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT AUTORIZADO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-AUTORIZADO.

           MOVE FUNCTION UPPER-CASE(ALCANCE-INTRO) TO ALCANCE-INTRO.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           IF DESDE-INTRO = 0
               MOVE FECHA-HOY-AAAAMMDD TO DESDE-INTRO.

           IF NOMBRE-INTRO = SPACES OR DOCUMENTO-INTRO = SPACES
               DISPLAY "Indique nombre y documento acreditativo"
                   LINE 19 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           PERFORM VALIDA-NIF THRU VALIDA-NIF-FIN.
           IF NIF-VALIDO = 0
               DISPLAY "NIF incorrecto" LINE 19 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           IF ALCANCE-INTRO NOT = "C" AND NOT = "P" AND NOT = "T"
               DISPLAY "El alcance debe ser C, P o T" LINE 19
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           IF ALCANCE-INTRO = "P"
              AND LIMITE-ENT-INTRO = 0 AND LIMITE-DEC-INTRO = 0
               DISPLAY "Indique el importe maximo por pago" LINE 19
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           IF HASTA-INTRO NOT = 0
              AND (HASTA-INTRO < DESDE-INTRO
                   OR HASTA-INTRO < FECHA-HOY-AAAAMMDD)
               DISPLAY "La fecha final de vigencia no es valida"
                   LINE 19 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "Esa cuenta no existe" LINE 19 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.
           CLOSE CUENTAS.

           IF CTA-ESTADO = "X"
               DISPLAY "La cuenta esta cerrada" LINE 19 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           IF CTA-NIF = NIF-INTRO
               DISPLAY "Ese NIF es el del titular de la cuenta"
                   LINE 19 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

      * Numeracion correlativa dentro de la cuenta; no se admite una
      * segunda autorizacion vigente para el mismo NIF.
           MOVE 0 TO LAST-AUT-NUM.
           PERFORM ABRIR-AUTORIZADOS THRU ABRIR-AUTORIZADOS-FIN.
           MOVE CTAID-INTRO TO AUT-CUENTA.
           MOVE 0           TO AUT-NUM.
           START F-AUTORIZADOS KEY IS > AUT-CLAVE
               INVALID KEY GO TO ESCRIBIR-AUTORIZADO.

       LEER-AUTORIZADO-ALTA.
           READ F-AUTORIZADOS NEXT RECORD AT END
               GO TO ESCRIBIR-AUTORIZADO.
           IF AUT-CUENTA NOT = CTAID-INTRO
               GO TO ESCRIBIR-AUTORIZADO.
           MOVE AUT-NUM TO LAST-AUT-NUM.
           IF AUT-NIF = NIF-INTRO AND AUT-ESTADO = "A"
               CLOSE F-AUTORIZADOS
               DISPLAY "Ese NIF ya tiene una autorizacion vigente"
                   LINE 19 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.
           GO TO LEER-AUTORIZADO-ALTA.

       ESCRIBIR-AUTORIZADO.
           IF LAST-AUT-NUM = 999
               CLOSE F-AUTORIZADOS
               DISPLAY "La cuenta no admite mas autorizaciones"
                   LINE 19 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO AUTORIZADO-REINTENTO.

           ADD 1 TO LAST-AUT-NUM.
           MOVE CTAID-INTRO     TO AUT-CUENTA.
           MOVE LAST-AUT-NUM    TO AUT-NUM.
           MOVE NIF-INTRO       TO AUT-NIF.
           MOVE NOMBRE-INTRO    TO AUT-NOMBRE.
           MOVE ALCANCE-INTRO   TO AUT-ALCANCE.
           IF ALCANCE-INTRO = "P"
               COMPUTE AUT-LIMITE-CENT = (LIMITE-ENT-INTRO * 100)
                                        + LIMITE-DEC-INTRO
           ELSE
               MOVE 0 TO AUT-LIMITE-CENT.
           MOVE DESDE-INTRO     TO AUT-FECHA-DESDE.
           MOVE HASTA-INTRO     TO AUT-FECHA-HASTA.
           MOVE DOCUMENTO-INTRO TO AUT-DOCUMENTO.
           MOVE 0               TO AUT-TARJETA.
           MOVE OPERADOR-ACTUAL TO AUT-OPERADOR.
           MOVE "A"             TO AUT-ESTADO.
           WRITE AUTORIZADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-AUTORIZADOS.

           MOVE "ALTA AUTORIZADO" TO AUDIT-ACCION.
           MOVE CTAID-INTRO       TO AUDIT-CLAVE.
           MOVE NIF-INTRO         TO AUDIT-ANTES.
           MOVE SPACES            TO AUDIT-DESPUES.
           STRING ALCANCE-INTRO " " DOCUMENTO-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar autorizado o apoderado" LINE 6
               COLUMN 24.
           DISPLAY "Autorizacion registrada con numero" LINE 10
               COLUMN 18.
           DISPLAY LAST-AUT-NUM LINE 10 COLUMN 53.
           DISPLAY "Emita su tarjeta desde la gestion de tarjetas"
               LINE 12 COLUMN 15.
           DISPLAY "indicando el NIF del autorizado" LINE 13
               COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       AUTORIZADO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ALTA-AUTORIZADO.

      * La revocacion deja la tarjeta del autorizado enlazada: los
      * cajeros la rechazan en lugar de tratarla como del titular.
       REVOCAR-AUTORIZADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Revocar autorizacion" LINE 6 COLUMN 30.
           INITIALIZE CTAID-INTRO.
           INITIALIZE NIF-INTRO.
           DISPLAY "Cuenta:" LINE 8 COLUMN 10.
           DISPLAY "NIF del autorizado:" LINE 9 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT REVOCAR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REVOCAR-AUTORIZADO.

           MOVE FUNCTION UPPER-CASE(NIF-INTRO) TO NIF-INTRO.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE 0 TO NUM-REVOCADAS.

           PERFORM ABRIR-AUTORIZADOS THRU ABRIR-AUTORIZADOS-FIN.
           MOVE CTAID-INTRO TO AUT-CUENTA.
           MOVE 0           TO AUT-NUM.
           START F-AUTORIZADOS KEY IS > AUT-CLAVE
               INVALID KEY GO TO AUTORIZADOS-REVOCADOS.

       LEER-AUTORIZADO-REVOCAR.
           READ F-AUTORIZADOS NEXT RECORD AT END
               GO TO AUTORIZADOS-REVOCADOS.
           IF AUT-CUENTA NOT = CTAID-INTRO
               GO TO AUTORIZADOS-REVOCADOS.
           IF AUT-NIF NOT = NIF-INTRO OR AUT-ESTADO NOT = "A"
               GO TO LEER-AUTORIZADO-REVOCAR.

           MOVE "R" TO AUT-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO AUT-FECHA-HASTA.
           REWRITE AUTORIZADO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-REVOCADAS.
           GO TO LEER-AUTORIZADO-REVOCAR.

       AUTORIZADOS-REVOCADOS.
           CLOSE F-AUTORIZADOS.

           IF NUM-REVOCADAS = 0
               DISPLAY "No hay autorizacion vigente con esos datos"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO REVOCAR-REINTENTO.

           MOVE "REVOCA AUTORIZADO" TO AUDIT-ACCION.
           MOVE CTAID-INTRO         TO AUDIT-CLAVE.
           MOVE NIF-INTRO           TO AUDIT-ANTES.
           MOVE "REVOCADA"          TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Revocar autorizacion" LINE 6 COLUMN 30.
           DISPLAY "Autorizacion revocada" LINE 10 COLUMN 29.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       REVOCAR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REVOCAR-AUTORIZADO.

       ABRIR-AUTORIZADOS.
           OPEN I-O F-AUTORIZADOS.
           IF FSAT = 35 OR FSAT = 05
               CLOSE F-AUTORIZADOS
               OPEN OUTPUT F-AUTORIZADOS
               CLOSE F-AUTORIZADOS
               OPEN I-O F-AUTORIZADOS.
           IF FSAT <> 00
               GO TO PSYS-ERR.

       ABRIR-AUTORIZADOS-FIN.
           EXIT.

       VALIDA-NIF.
           MOVE 0 TO NIF-VALIDO.

           MOVE FUNCTION UPPER-CASE(NIF-INTRO) TO NIF-INTRO.
           MOVE NIF-INTRO TO NIF-TRABAJO.

           IF NIF-TRABAJO(1:1) = "X"
               MOVE "0" TO NIF-TRABAJO(1:1).
           IF NIF-TRABAJO(1:1) = "Y"
               MOVE "1" TO NIF-TRABAJO(1:1).
           IF NIF-TRABAJO(1:1) = "Z"
               MOVE "2" TO NIF-TRABAJO(1:1).

           IF NIF-TRABAJO(1:8) IS NOT NUMERIC
               GO TO VALIDA-NIF-FIN.

           MOVE NIF-TRABAJO(1:8) TO NIF-NUM.
           COMPUTE NIF-RESTO = FUNCTION MOD(NIF-NUM, 23).

           IF NIF-TRABAJO(9:1) = LETRAS-NIF(NIF-RESTO + 1:1)
               MOVE 1 TO NIF-VALIDO.

       VALIDA-NIF-FIN.
           EXIT.

      * Anota la accion sensible en el fichero de auditoria con el
      * operador identificado y los valores antes y despues.
       REGISTRAR-AUDITORIA.
           OPEN I-O F-AUDITORIA.
           IF FSAU = 35
               CLOSE F-AUDITORIA
               OPEN OUTPUT F-AUDITORIA
               CLOSE F-AUDITORIA
               OPEN I-O F-AUDITORIA.
           IF FSAU <> 00
               GO TO REGISTRAR-AUDITORIA-FIN.

           MOVE 0 TO LAST-AUD-NUM.

       LEER-AUDITORIA-MAX.
           READ F-AUDITORIA NEXT RECORD AT END
               GO TO ESCRIBIR-AUDITORIA.
           IF AUD-NUM > LAST-AUD-NUM
               MOVE AUD-NUM TO LAST-AUD-NUM.
           GO TO LEER-AUDITORIA-MAX.

      * El rastro de auditoria lleva el reloj real, no la fecha
      * contable: interesa cuando actuo de verdad el operador.
       ESCRIBIR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           ADD 1 TO LAST-AUD-NUM.
           MOVE LAST-AUD-NUM    TO AUD-NUM.
           MOVE OPERADOR-ACTUAL TO AUD-OPERADOR.
           MOVE "BANK52" TO AUD-PROGRAMA.
           MOVE AUDIT-ACCION    TO AUD-ACCION.
           MOVE AUDIT-CLAVE     TO AUD-CLAVE.
           MOVE AUDIT-ANTES     TO AUD-ANTES.
           MOVE AUDIT-DESPUES   TO AUD-DESPUES.
           MOVE ANO             TO AUD-ANO.
           MOVE MES             TO AUD-MES.
           MOVE DIA             TO AUD-DIA.
           MOVE HORAS           TO AUD-HOR.
           MOVE MINUTOS         TO AUD-MIN.
           MOVE SEGUNDOS        TO AUD-SEG.

           WRITE AUDITORIA-REG INVALID KEY CONTINUE.
           CLOSE F-AUDITORIA.

       REGISTRAR-AUDITORIA-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK52"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSAT=" FSAT " " "FSU=" FSU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-AUTORIZADOS.
           CLOSE CUENTAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO EXIT-ENTER.

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
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
