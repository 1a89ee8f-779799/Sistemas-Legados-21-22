       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK53.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CUENTA
           ALTERNATE RECORD KEY IS MEN-CUENTA-TUTOR WITH DUPLICATES
           FILE STATUS IS FSMN.

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
       77 FSMN                     PIC  X(2).
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
       77 TUTOR-INTRO              PIC 9(16).
       77 TOPE-OPER-ENT-INTRO      PIC  9(7).
       77 TOPE-OPER-DEC-INTRO      PIC  9(2).
       77 TOPE-DIA-ENT-INTRO       PIC  9(7).
       77 TOPE-DIA-DEC-INTRO       PIC  9(2).
       77 UMBRAL-ENT-INTRO         PIC  9(7).
       77 UMBRAL-DEC-INTRO         PIC  9(2).
       01 PERMISOS-INTRO.
           02 PERM-RETIRADA-INTRO  PIC  X(1).
           02 PERM-TRF-INTRO       PIC  X(1).
           02 PERM-IBAN-INTRO      PIC  X(1).
           02 PERM-ENTRADAS-INTRO  PIC  X(1).
           02 PERM-PLAZOS-INTRO    PIC  X(1).
           02 PERM-PAGOS-INTRO     PIC  X(1).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 MAYORIA-AAAAMMDD         PIC  9(8).
       77 MENOR-EXISTENTE          PIC  9(1).
       77 PERMISOS-ANTES           PIC  X(6).

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

       01 CUENTAS-MENOR-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER BLANK ZERO LINE 9 COL 40
               PIC 9(16) USING TUTOR-INTRO.

       01 CONTROLES-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 40
               PIC 9(7) USING TOPE-OPER-ENT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 48
               PIC 9(2) USING TOPE-OPER-DEC-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 40
               PIC 9(7) USING TOPE-DIA-ENT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 48
               PIC 9(2) USING TOPE-DIA-DEC-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(7) USING UMBRAL-ENT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 48
               PIC 9(2) USING UMBRAL-DEC-INTRO.
           05 FILLER AUTO LINE 15 COL 40
               PIC X(1) USING PERM-RETIRADA-INTRO.
           05 FILLER AUTO LINE 16 COL 40
               PIC X(1) USING PERM-TRF-INTRO.
           05 FILLER AUTO LINE 17 COL 40
               PIC X(1) USING PERM-IBAN-INTRO.
           05 FILLER AUTO LINE 18 COL 40
               PIC X(1) USING PERM-ENTRADAS-INTRO.
           05 FILLER AUTO LINE 19 COL 40
               PIC X(1) USING PERM-PLAZOS-INTRO.
           05 FILLER LINE 20 COL 40
               PIC X(1) USING PERM-PAGOS-INTRO.

       01 CONVERTIR-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.


      * Cuentas de menores: el tutor fija en la oficina los topes de
      * gasto, las opciones del cajero que el menor puede usar y el
      * importe a partir del cual se le avisa de cada movimiento.  Los
      * cajeros aplican estos controles con BANKMEN; BATCHMEN lista
      * las cuentas cuyo titular alcanza la mayoria de edad.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Cuentas de menores" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Cuentas de menores" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta o cambio de controles del tutor" LINE 8
               COLUMN 20.
           DISPLAY "2 - Convertir en cuenta normal" LINE 9 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-MENOR.
           IF CHOICE = 2
               GO TO CONVERTIR-MENOR.
           GO TO PMENUA1.

      * Primero se identifican la cuenta del menor y la del tutor; si
      * la cuenta ya tenia controles se proponen los vigentes.
       ALTA-MENOR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Controles del tutor" LINE 6 COLUMN 31.
           INITIALIZE CTAID-INTRO.
           INITIALIZE TUTOR-INTRO.
           DISPLAY "Cuenta del menor:" LINE 8 COLUMN 10.
           DISPLAY "Cuenta del tutor:" LINE 9 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CUENTAS-MENOR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-MENOR.

           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           IF CTAID-INTRO = TUTOR-INTRO
               DISPLAY "El tutor debe tener una cuenta distinta"
                   LINE 22 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.

      * El titular ha de ser menor de edad segun la fecha de
      * nacimiento de la ficha; el tutor, mayor si consta la suya.
           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "La cuenta del menor no existe" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.
           IF CTA-ESTADO = "X"
               CLOSE CUENTAS
               DISPLAY "La cuenta del menor esta cerrada" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.
           COMPUTE MAYORIA-AAAAMMDD = CTA-FECHA-NAC + 180000.
           IF CTA-FECHA-NAC = 0
              OR MAYORIA-AAAAMMDD NOT > FECHA-HOY-AAAAMMDD
               CLOSE CUENTAS
               DISPLAY "El titular no consta como menor de edad"
                   LINE 22 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.

           MOVE TUTOR-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "La cuenta del tutor no existe" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.
           CLOSE CUENTAS.
           IF CTA-ESTADO = "X"
               DISPLAY "La cuenta del tutor esta cerrada" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.
           COMPUTE MAYORIA-AAAAMMDD = CTA-FECHA-NAC + 180000.
           IF CTA-FECHA-NAC NOT = 0
              AND MAYORIA-AAAAMMDD > FECHA-HOY-AAAAMMDD
               DISPLAY "El tutor ha de ser mayor de edad" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO MENOR-REINTENTO.

           MOVE 0 TO TOPE-OPER-ENT-INTRO.
           MOVE 0 TO TOPE-OPER-DEC-INTRO.
           MOVE 0 TO TOPE-DIA-ENT-INTRO.
           MOVE 0 TO TOPE-DIA-DEC-INTRO.
           MOVE 0 TO UMBRAL-ENT-INTRO.
           MOVE 0 TO UMBRAL-DEC-INTRO.
           MOVE "SSNSNN" TO PERMISOS-INTRO.
           MOVE SPACES TO PERMISOS-ANTES.

           MOVE 0 TO MENOR-EXISTENTE.
           PERFORM ABRIR-MENORES THRU ABRIR-MENORES-FIN.
           MOVE CTAID-INTRO TO MEN-CUENTA.
           READ F-MENORES INVALID KEY
               GO TO PANTALLA-CONTROLES.

           MOVE 1 TO MENOR-EXISTENTE.
           MOVE MEN-PERMISOS TO PERMISOS-ANTES.
           IF MEN-ESTADO = "A"
               DIVIDE MEN-TOPE-OPER-CENT BY 100
                   GIVING TOPE-OPER-ENT-INTRO
                   REMAINDER TOPE-OPER-DEC-INTRO
               DIVIDE MEN-TOPE-DIA-CENT BY 100
                   GIVING TOPE-DIA-ENT-INTRO
                   REMAINDER TOPE-DIA-DEC-INTRO
               DIVIDE MEN-UMBRAL-AVISO-CENT BY 100
                   GIVING UMBRAL-ENT-INTRO
                   REMAINDER UMBRAL-DEC-INTRO
               MOVE MEN-PERMISOS TO PERMISOS-INTRO.

       PANTALLA-CONTROLES.
           DISPLAY "Tope por operacion (0=sin):" LINE 11 COLUMN 10.
           DISPLAY "," LINE 11 COLUMN 47.
           DISPLAY "EUR" LINE 11 COLUMN 51.
           DISPLAY "Tope diario (0=sin):" LINE 12 COLUMN 10.
           DISPLAY "," LINE 12 COLUMN 47.
           DISPLAY "EUR" LINE 12 COLUMN 51.
           DISPLAY "Avisar al tutor desde:" LINE 13 COLUMN 10.
           DISPLAY "," LINE 13 COLUMN 47.
           DISPLAY "EUR" LINE 13 COLUMN 51.
           DISPLAY "Retirar efectivo (S/N):" LINE 15 COLUMN 10.
           DISPLAY "Transferencias internas:" LINE 16 COLUMN 10.
           DISPLAY "Transferencias IBAN:" LINE 17 COLUMN 10.
           DISPLAY "Compra de entradas:" LINE 18 COLUMN 10.
           DISPLAY "Compras a plazos:" LINE 19 COLUMN 10.
           DISPLAY "Recibos, recargas y envios:" LINE 20 COLUMN 10.

           ACCEPT CONTROLES-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-MENORES
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-CONTROLES.

           MOVE FUNCTION UPPER-CASE(PERMISOS-INTRO) TO PERMISOS-INTRO.
           IF (PERM-RETIRADA-INTRO NOT = "S" AND NOT = "N")
              OR (PERM-TRF-INTRO NOT = "S" AND NOT = "N")
              OR (PERM-IBAN-INTRO NOT = "S" AND NOT = "N")
              OR (PERM-ENTRADAS-INTRO NOT = "S" AND NOT = "N")
              OR (PERM-PLAZOS-INTRO NOT = "S" AND NOT = "N")
              OR (PERM-PAGOS-INTRO NOT = "S" AND NOT = "N")
               DISPLAY "Indique S o N en cada opcion" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CONTROLES.

           MOVE CTAID-INTRO TO MEN-CUENTA.
           MOVE TUTOR-INTRO TO MEN-CUENTA-TUTOR.
           COMPUTE MEN-TOPE-OPER-CENT = (TOPE-OPER-ENT-INTRO * 100)
                                      + TOPE-OPER-DEC-INTRO.
           COMPUTE MEN-TOPE-DIA-CENT = (TOPE-DIA-ENT-INTRO * 100)
                                     + TOPE-DIA-DEC-INTRO.
           COMPUTE MEN-UMBRAL-AVISO-CENT = (UMBRAL-ENT-INTRO * 100)
                                         + UMBRAL-DEC-INTRO.
           MOVE PERMISOS-INTRO  TO MEN-PERMISOS.
           MOVE OPERADOR-ACTUAL TO MEN-OPERADOR.
           MOVE "A"             TO MEN-ESTADO.
           MOVE 0               TO MEN-FECHA-BAJA.

           IF MENOR-EXISTENTE = 1
               REWRITE MENOR-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "CAMBIO CTRL MENOR" TO AUDIT-ACCION
           ELSE
               MOVE FECHA-HOY-AAAAMMDD TO MEN-FECHA-ALTA
               WRITE MENOR-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "ALTA CUENTA MENOR" TO AUDIT-ACCION.
           CLOSE F-MENORES.

           MOVE CTAID-INTRO    TO AUDIT-CLAVE.
           MOVE PERMISOS-ANTES TO AUDIT-ANTES.
           MOVE SPACES         TO AUDIT-DESPUES.
           STRING PERMISOS-INTRO " " TUTOR-INTRO(13:4)
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Controles del tutor" LINE 6 COLUMN 31.
           DISPLAY "Controles de la cuenta del menor guardados"
               LINE 10 COLUMN 19.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       MENOR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ALTA-MENOR.

      * Al cumplir los 18 anos la cuenta deja de estar sujeta a los
      * controles del tutor; el registro se conserva como historico.
       CONVERTIR-MENOR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Convertir en cuenta normal" LINE 6 COLUMN 27.
           INITIALIZE CTAID-INTRO.
           DISPLAY "Cuenta del menor:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CONVERTIR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CONVERTIR-MENOR.

           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "Esa cuenta no existe" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CONVERTIR-REINTENTO.
           CLOSE CUENTAS.

           COMPUTE MAYORIA-AAAAMMDD = CTA-FECHA-NAC + 180000.
           IF MAYORIA-AAAAMMDD > FECHA-HOY-AAAAMMDD
               DISPLAY "El titular aun no es mayor de edad" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CONVERTIR-REINTENTO.

           PERFORM ABRIR-MENORES THRU ABRIR-MENORES-FIN.
           MOVE CTAID-INTRO TO MEN-CUENTA.
           READ F-MENORES INVALID KEY
               CLOSE F-MENORES
               DISPLAY "No es una cuenta de menor activa" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CONVERTIR-REINTENTO.
           IF MEN-ESTADO NOT = "A"
               CLOSE F-MENORES
               DISPLAY "No es una cuenta de menor activa" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CONVERTIR-REINTENTO.

           MOVE "C" TO MEN-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO MEN-FECHA-BAJA.
           MOVE OPERADOR-ACTUAL TO MEN-OPERADOR.
           REWRITE MENOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MENORES.

           MOVE "CONVIERTE MENOR" TO AUDIT-ACCION.
           MOVE CTAID-INTRO       TO AUDIT-CLAVE.
           MOVE MEN-PERMISOS      TO AUDIT-ANTES.
           MOVE "CUENTA NORMAL"   TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Convertir en cuenta normal" LINE 6 COLUMN 27.
           DISPLAY "La cuenta ya no tiene controles de tutor"
               LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CONVERTIR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONVERTIR-MENOR.

       ABRIR-MENORES.
           OPEN I-O F-MENORES.
           IF FSMN = 35 OR FSMN = 05
               CLOSE F-MENORES
               OPEN OUTPUT F-MENORES
               CLOSE F-MENORES
               OPEN I-O F-MENORES.
           IF FSMN <> 00
               GO TO PSYS-ERR.

       ABRIR-MENORES-FIN.
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
           MOVE "BANK53" TO AUD-PROGRAMA.
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
           MOVE "BANK53"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSMN=" FSMN " " "FSU=" FSU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-MENORES.
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
