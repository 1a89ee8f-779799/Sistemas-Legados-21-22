       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK51.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-NIF
           FILE STATUS IS FSDF.

           SELECT OPTIONAL F-HEREDEROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HER-CLAVE
           FILE STATUS IS FSHE.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAND-NUM
           ALTERNATE RECORD KEY IS MAND-TARJETA WITH DUPLICATES
           FILE STATUS IS FSN.

           SELECT OPTIONAL F-TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-NUM
           FILE STATUS IS FSTF.

           SELECT OPTIONAL F-ORDENESIBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIB-NUM
           FILE STATUS IS FSOI.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT F-CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCE.

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
      * Defunciones de titulares.  Estado B bienes bloqueados, R
      * herencia repartida a los herederos.
       FD F-DEFUNCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "defunciones.ubd".
       01 DEFUNCION-REG.
           02 DEF-NIF               PIC  X(9).
           02 DEF-NOMBRE            PIC X(30).
           02 DEF-FECHA-DEF         PIC  9(8).
           02 DEF-FECHA-ALTA        PIC  9(8).
           02 DEF-OPERADOR          PIC  9(4).
           02 DEF-SALDO-CENT        PIC S9(11).
           02 DEF-REPARTIDO-CENT    PIC S9(11).
           02 DEF-FECHA-REPARTO     PIC  9(8).
           02 DEF-ESTADO            PIC  X(1).

      * Herederos de un titular fallecido con su cuota en centesimas
      * de punto (10000 = 100%) y la tarjeta de abono (cero: entrega
      * en caja).
       FD F-HEREDEROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "herederos.ubd".
       01 HEREDERO-REG.
           02 HER-CLAVE.
               03 HER-NIF-CAUSANTE  PIC  X(9).
               03 HER-NUM           PIC  9(2).
           02 HER-NIF               PIC  X(9).
           02 HER-NOMBRE            PIC X(30).
           02 HER-CUOTA             PIC  9(5).
           02 HER-TARJETA           PIC 9(16).
           02 HER-IMPORTE-CENT      PIC S9(11).

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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAND-NUM              PIC  9(10).
           02 MAND-TARJETA          PIC  9(16).
           02 MAND-EMISOR           PIC  X(20).
           02 MAND-ESTADO           PIC   X(1).

       FD F-TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferencias.ubd".
       01 TRANSFERENCIA-REG.
           02 TRF-NUM              PIC  9(35).
           02 TRF-TARJETA          PIC  9(16).
           02 TRF-ANO              PIC   9(4).
           02 TRF-MES              PIC   9(2).
           02 TRF-DIA              PIC   9(2).
           02 TRF-HOR              PIC   9(2).
           02 TRF-MIN              PIC   9(2).
           02 TRF-SEG              PIC   9(2).
           02 TRF-CONCEPTO         PIC  X(18).
           02 TRF-IMPORTE-ENT      PIC  S9(7).
           02 TRF-IMPORTE-DEC      PIC   9(2).
           02 TRF-DESTINO          PIC  9(16).
           02 TRF-REP              PIC  X(1).
           02 TRF-EJECUTADA        PIC  X(1).
           02 TRF-EJEC-ALGUNA      PIC  X(1).

       FD F-ORDENESIBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ordenesiban.ubd".
       01 ORDENIBAN-REG.
           02 OIB-NUM               PIC  9(10).
           02 OIB-TARJETA           PIC 9(16).
           02 OIB-IBAN              PIC  X(34).
           02 OIB-BENEFICIARIO      PIC  X(30).
           02 OIB-IMPORTE-ENT       PIC  S9(7).
           02 OIB-IMPORTE-DEC       PIC   9(2).
           02 OIB-MONEDA            PIC   X(3).
           02 OIB-DIA-MES           PIC   9(2).
           02 OIB-PROX-FECHA        PIC   9(8).
           02 OIB-ESTADO            PIC   X(1).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificadosdefuncion.txt".
       01 LINEA-CERTIFICADO         PIC X(100).

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
       77 FSDF                     PIC  X(2).
       77 FSHE                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSOI                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSCE                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).

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
       77 NIF-INTRO                PIC  X(9).
       77 DIA-DEF-INTRO            PIC  9(2).
       77 MES-DEF-INTRO            PIC  9(2).
       77 ANO-DEF-INTRO            PIC  9(4).
       77 HNIF-INTRO               PIC  X(9).
       77 HNOMBRE-INTRO            PIC X(30).
       77 CUOTA-ENT-INTRO          PIC  9(3).
       77 CUOTA-DEC-INTRO          PIC  9(2).
       77 HTARJETA-INTRO           PIC 9(16).

      * MODO-RECORRIDO: B bloqueo y certificado al registrar la
      * defuncion, C solo certificado, L liquidacion para el reparto.
       77 MODO-RECORRIDO           PIC  X(1).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-DEF-AAAAMMDD       PIC  9(8).
       77 FECHA-MOV-AAAAMMDD       PIC  9(8).
       77 NOMBRE-TITULAR           PIC X(30).
       77 CUENTA-PROCESO           PIC 9(16).
       77 TARJETA-PROCESO          PIC 9(16).
       77 NUM-CUENTAS              PIC  9(3).
       77 NUM-TARJETAS             PIC  9(3).
       77 NUM-SUSPENDIDOS          PIC  9(5).
       77 CENT-SALDO-TARJETA       PIC S9(11).
       77 CENT-TOTAL               PIC S9(11).
       77 CENT-HEREDERO            PIC S9(11).
       77 CENT-REPARTIDO           PIC S9(11).
       77 CENT-SALDO-ABONO         PIC S9(11).
       77 CUOTA-TOTAL              PIC  9(5).
       77 CUOTA-NUEVA              PIC  9(5).
       77 CUOTA-ENT-DISP           PIC  9(3).
       77 CUOTA-DEC-DISP           PIC  9(2).
       77 NUM-HEREDEROS            PIC  9(2).
       77 LAST-MOV-NUM             PIC  9(35).

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

       01 DEFUNCION-ACCEPT.
           05 FILLER AUTO LINE 8 COL 40
               PIC X(9) USING NIF-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 40
               PIC 9(2) USING DIA-DEF-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 43
               PIC 9(2) USING MES-DEF-INTRO.
           05 FILLER BLANK ZERO LINE 10 COL 46
               PIC 9(4) USING ANO-DEF-INTRO.

       01 NIF-ACCEPT.
           05 FILLER LINE 8 COL 40
               PIC X(9) USING NIF-INTRO.

       01 HEREDERO-ACCEPT.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(9) USING HNIF-INTRO.
           05 FILLER AUTO LINE 13 COL 40
               PIC X(30) USING HNOMBRE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 40
               PIC 9(3) USING CUOTA-ENT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 44
               PIC 9(2) USING CUOTA-DEC-INTRO.
           05 FILLER BLANK WHEN ZERO LINE 15 COL 40
               PIC 9(16) USING HTARJETA-INTRO.


      * Tramitacion de la defuncion de un titular: bloqueo de sus
      * tarjetas y suspension de domiciliaciones y ordenes
      * periodicas, certificado de saldos a la fecha de defuncion
      * para el notario, alta de herederos y reparto del caudal.
      * Tras el reparto las cuentas pueden cerrarse en BANK38.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Defunciones y herencias" LINE 2
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
               GO TO CONTROL-NIVEL.

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

      * Disponer del caudal de un fallecido es una operacion de
      * supervisor, como el cierre de cuentas.
       CONTROL-NIVEL.
           IF OPERADOR-NIVEL < 2
               DISPLAY "Las herencias requieren nivel de supervisor"
                   LINE 14 COLUMN 19
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO SIGNON-REINTENTO.
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
           DISPLAY "UnizarBank - Defunciones y herencias" LINE 2
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
           DISPLAY "1 - Registrar defuncion de un titular" LINE 8
               COLUMN 20.
           DISPLAY "2 - Certificado de saldos a fecha de defuncion"
               LINE 9 COLUMN 20.
           DISPLAY "3 - Registrar heredero" LINE 10 COLUMN 20.
           DISPLAY "4 - Repartir la herencia" LINE 11 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO REGISTRAR-DEFUNCION.
           IF CHOICE = 2
               GO TO CERTIFICADO-SALDOS.
           IF CHOICE = 3
               GO TO REGISTRAR-HEREDERO.
           IF CHOICE = 4
               GO TO REPARTIR-HERENCIA.
           GO TO PMENUA1.

      *****************************************************************
      * Alta de la defuncion: bloquea todo lo del NIF y certifica.
      *****************************************************************
       REGISTRAR-DEFUNCION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar defuncion de un titular" LINE 6
               COLUMN 23.
           INITIALIZE NIF-INTRO.
           INITIALIZE DIA-DEF-INTRO.
           INITIALIZE MES-DEF-INTRO.
           INITIALIZE ANO-DEF-INTRO.
           DISPLAY "NIF del titular:" LINE 8 COLUMN 15.
           DISPLAY "Fecha de defuncion:" LINE 10 COLUMN 15.
           DISPLAY "/" LINE 10 COLUMN 42.
           DISPLAY "/" LINE 10 COLUMN 45.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT DEFUNCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REGISTRAR-DEFUNCION.

           IF NIF-INTRO = SPACES
               DISPLAY "Indique el NIF del titular" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO DEFUNCION-REINTENTO.

           IF MES-DEF-INTRO < 1 OR MES-DEF-INTRO > 12
              OR DIA-DEF-INTRO < 1 OR DIA-DEF-INTRO > 31
              OR ANO-DEF-INTRO < 1900
               DISPLAY "Fecha de defuncion incorrecta" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO DEFUNCION-REINTENTO.

           COMPUTE FECHA-DEF-AAAAMMDD = (ANO-DEF-INTRO * 10000)
               + (MES-DEF-INTRO * 100) + DIA-DEF-INTRO.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           IF FECHA-DEF-AAAAMMDD > FECHA-HOY-AAAAMMDD
               DISPLAY "La fecha de defuncion no puede ser futura"
                   LINE 15 COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO DEFUNCION-REINTENTO.

           PERFORM ABRIR-DEFUNCIONES THRU ABRIR-DEFUNCIONES-FIN.
           MOVE NIF-INTRO TO DEF-NIF.
           READ F-DEFUNCIONES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CLOSE F-DEFUNCIONES
                   DISPLAY "Esa defuncion ya esta registrada" LINE 15
                       COLUMN 15 WITH BACKGROUND-COLOR RED
                   GO TO DEFUNCION-REINTENTO
           END-READ.
           CLOSE F-DEFUNCIONES.

           PERFORM CONTAR-CUENTAS-NIF THRU CONTAR-CUENTAS-NIF-FIN.
           IF NUM-CUENTAS = 0
               DISPLAY "No hay cuentas abiertas con ese NIF" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO DEFUNCION-REINTENTO.

           DISPLAY "Titular:" LINE 12 COLUMN 15.
           DISPLAY NOMBRE-TITULAR LINE 12 COLUMN 40.
           DISPLAY "Cuentas afectadas:" LINE 13 COLUMN 15.
           DISPLAY NUM-CUENTAS LINE 13 COLUMN 40.
           DISPLAY "Se bloquearan sus tarjetas y se suspenderan"
               LINE 15 COLUMN 15.
           DISPLAY "domiciliaciones y ordenes periodicas" LINE 16
               COLUMN 15.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-DEFUNCION.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO REGISTRAR-DEFUNCION
           ELSE
               GO TO CONFIRMAR-DEFUNCION.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-DEFUNCION.

           PERFORM ABRIR-CERTIFICADOS THRU ABRIR-CERTIFICADOS-FIN.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "DEFUNCION NIF " NIF-INTRO " " NOMBRE-TITULAR
               " FECHA " DIA-DEF-INTRO "-" MES-DEF-INTRO "-"
               ANO-DEF-INTRO " OPERADOR " OPERADOR-ACTUAL
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE "B" TO MODO-RECORRIDO.
           PERFORM RECORRER-CUENTAS-NIF
               THRU RECORRER-CUENTAS-NIF-FIN.

           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "SALDO TOTAL A FECHA DE DEFUNCION " CENT-TOTAL
               " cent."
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE F-CERTIFICADOS.

           PERFORM ABRIR-DEFUNCIONES THRU ABRIR-DEFUNCIONES-FIN.
           MOVE NIF-INTRO          TO DEF-NIF.
           MOVE NOMBRE-TITULAR     TO DEF-NOMBRE.
           MOVE FECHA-DEF-AAAAMMDD TO DEF-FECHA-DEF.
           MOVE FECHA-HOY-AAAAMMDD TO DEF-FECHA-ALTA.
           MOVE OPERADOR-ACTUAL    TO DEF-OPERADOR.
           MOVE CENT-TOTAL         TO DEF-SALDO-CENT.
           MOVE 0                  TO DEF-REPARTIDO-CENT.
           MOVE 0                  TO DEF-FECHA-REPARTO.
           MOVE "B"                TO DEF-ESTADO.
           WRITE DEFUNCION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-DEFUNCIONES.

           MOVE "ALTA DEFUNCION"   TO AUDIT-ACCION.
           MOVE NIF-INTRO          TO AUDIT-CLAVE.
           MOVE FECHA-DEF-AAAAMMDD TO AUDIT-ANTES.
           MOVE CENT-TOTAL         TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar defuncion de un titular" LINE 6
               COLUMN 23.
           DISPLAY "Defuncion registrada" LINE 8 COLUMN 30.
           DISPLAY "Tarjetas bloqueadas:" LINE 10 COLUMN 15.
           DISPLAY NUM-TARJETAS LINE 10 COLUMN 50.
           DISPLAY "Domiciliaciones y ordenes suspendidas:" LINE 11
               COLUMN 15.
           DISPLAY NUM-SUSPENDIDOS LINE 11 COLUMN 55.
           DISPLAY "Saldo certificado (cent.):" LINE 12 COLUMN 15.
           DISPLAY CENT-TOTAL LINE 12 COLUMN 50.
           DISPLAY "Certificado en certificadosdefuncion.txt" LINE 14
               COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       DEFUNCION-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REGISTRAR-DEFUNCION.

      *****************************************************************
      * Reedicion del certificado de saldos para el notario.
      *****************************************************************
       CERTIFICADO-SALDOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Certificado de saldos" LINE 6 COLUMN 29.
           INITIALIZE NIF-INTRO.
           DISPLAY "NIF del titular fallecido:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NIF-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CERTIFICADO-SALDOS.

           PERFORM LEER-DEFUNCION THRU LEER-DEFUNCION-FIN.
           IF FSDF <> 00
               DISPLAY "No hay defuncion registrada con ese NIF"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.

           MOVE DEF-FECHA-DEF TO FECHA-DEF-AAAAMMDD.
           MOVE DEF-NOMBRE    TO NOMBRE-TITULAR.

           PERFORM ABRIR-CERTIFICADOS THRU ABRIR-CERTIFICADOS-FIN.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CERTIFICADO NIF " NIF-INTRO " " NOMBRE-TITULAR
               " FECHA DEFUNCION " FECHA-DEF-AAAAMMDD
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE "C" TO MODO-RECORRIDO.
           PERFORM RECORRER-CUENTAS-NIF
               THRU RECORRER-CUENTAS-NIF-FIN.

           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "SALDO TOTAL A FECHA DE DEFUNCION " CENT-TOTAL
               " cent."
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE F-CERTIFICADOS.

           DISPLAY "Titular:" LINE 10 COLUMN 10.
           DISPLAY NOMBRE-TITULAR LINE 10 COLUMN 40.
           DISPLAY "Fecha de defuncion:" LINE 11 COLUMN 10.
           DISPLAY FECHA-DEF-AAAAMMDD LINE 11 COLUMN 40.
           DISPLAY "Cuentas:" LINE 12 COLUMN 10.
           DISPLAY NUM-CUENTAS LINE 12 COLUMN 40.
           DISPLAY "Saldo a esa fecha (cent.):" LINE 13 COLUMN 10.
           DISPLAY CENT-TOTAL LINE 13 COLUMN 40.
           DISPLAY "Certificado en certificadosdefuncion.txt" LINE 15
               COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CERTIFICADO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CERTIFICADO-SALDOS.

      *****************************************************************
      * Alta de herederos con su cuota y tarjeta de abono.
      *****************************************************************
       REGISTRAR-HEREDERO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar heredero" LINE 6 COLUMN 31.
           INITIALIZE NIF-INTRO.
           INITIALIZE HNIF-INTRO.
           INITIALIZE HNOMBRE-INTRO.
           INITIALIZE CUOTA-ENT-INTRO.
           INITIALIZE CUOTA-DEC-INTRO.
           INITIALIZE HTARJETA-INTRO.
           DISPLAY "NIF del titular fallecido:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NIF-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REGISTRAR-HEREDERO.

           PERFORM LEER-DEFUNCION THRU LEER-DEFUNCION-FIN.
           IF FSDF <> 00
               DISPLAY "No hay defuncion registrada con ese NIF"
                   LINE 18 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.
           IF DEF-ESTADO NOT = "B"
               DISPLAY "Esa herencia ya fue repartida" LINE 18
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.

           PERFORM SUMAR-CUOTAS THRU SUMAR-CUOTAS-FIN.
           DIVIDE CUOTA-TOTAL BY 100 GIVING CUOTA-ENT-DISP
               REMAINDER CUOTA-DEC-DISP.

           DISPLAY "Causante:" LINE 9 COLUMN 10.
           DISPLAY DEF-NOMBRE LINE 9 COLUMN 40.
           DISPLAY "Herederos registrados:" LINE 10 COLUMN 10.
           DISPLAY NUM-HEREDEROS LINE 10 COLUMN 40.
           DISPLAY "Cuotas asignadas:" LINE 10 COLUMN 45.
           DISPLAY CUOTA-ENT-DISP LINE 10 COLUMN 63.
           DISPLAY "," LINE 10 COLUMN 66.
           DISPLAY CUOTA-DEC-DISP LINE 10 COLUMN 67.
           DISPLAY "%" LINE 10 COLUMN 69.

           IF CUOTA-TOTAL >= 10000
               DISPLAY "Las cuotas ya suman el 100%" LINE 18
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.

           IF NUM-HEREDEROS >= 99
               DISPLAY "No se admiten mas herederos" LINE 18
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.

       PEDIR-HEREDERO.
           DISPLAY "NIF del heredero:" LINE 12 COLUMN 10.
           DISPLAY "Nombre:" LINE 13 COLUMN 10.
           DISPLAY "Cuota:" LINE 14 COLUMN 10.
           DISPLAY "," LINE 14 COLUMN 43.
           DISPLAY "%" LINE 14 COLUMN 47.
           DISPLAY "Tarjeta de abono" LINE 15 COLUMN 10.
           DISPLAY "(cero: entrega en caja):" LINE 16 COLUMN 10.

           ACCEPT HEREDERO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-HEREDERO.

           COMPUTE CUOTA-NUEVA = (CUOTA-ENT-INTRO * 100)
                                 + CUOTA-DEC-INTRO.

           IF HNIF-INTRO = SPACES OR HNOMBRE-INTRO = SPACES
               DISPLAY "Indique NIF y nombre del heredero" LINE 18
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.

           IF HNIF-INTRO = NIF-INTRO
               DISPLAY "El heredero no puede ser el causante"
                   LINE 18 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.

           IF CUOTA-NUEVA = 0
              OR CUOTA-NUEVA + CUOTA-TOTAL > 10000
               DISPLAY "La cuota debe ser mayor que cero y no pasar"
                   LINE 18 COLUMN 10 WITH BACKGROUND-COLOR RED
               DISPLAY "del 100% entre todos los herederos" LINE 19
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO HEREDERO-REINTENTO.

           IF HTARJETA-INTRO NOT = 0
               PERFORM VALIDAR-TARJETA-ABONO
                   THRU VALIDAR-TARJETA-ABONO-FIN
               IF MODO-RECORRIDO = "E"
                   GO TO HEREDERO-REINTENTO
               END-IF
           END-IF.

           ADD 1 TO NUM-HEREDEROS.
           PERFORM ABRIR-HEREDEROS THRU ABRIR-HEREDEROS-FIN.
           MOVE NIF-INTRO       TO HER-NIF-CAUSANTE.
           MOVE NUM-HEREDEROS   TO HER-NUM.
           MOVE HNIF-INTRO      TO HER-NIF.
           MOVE HNOMBRE-INTRO   TO HER-NOMBRE.
           MOVE CUOTA-NUEVA     TO HER-CUOTA.
           MOVE HTARJETA-INTRO  TO HER-TARJETA.
           MOVE 0               TO HER-IMPORTE-CENT.
           WRITE HEREDERO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-HEREDEROS.

           MOVE "ALTA HEREDERO"  TO AUDIT-ACCION.
           MOVE NIF-INTRO        TO AUDIT-CLAVE.
           MOVE HNIF-INTRO       TO AUDIT-ANTES.
           MOVE CUOTA-NUEVA      TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar heredero" LINE 6 COLUMN 31.
           DISPLAY "Heredero registrado con numero" LINE 10
               COLUMN 20.
           DISPLAY NUM-HEREDEROS LINE 10 COLUMN 51.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       HEREDERO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REGISTRAR-HEREDERO.

      * La tarjeta de abono debe existir, pertenecer a una cuenta
      * abierta y no ser de ninguna cuenta del propio causante.
       VALIDAR-TARJETA-ABONO.
           MOVE " " TO MODO-RECORRIDO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE HTARJETA-INTRO TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE "E" TO MODO-RECORRIDO
               DISPLAY "Tarjeta de abono inexistente" LINE 18
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TARJETA-ABONO-FIN.
           CLOSE TARJETAS.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE "X" TO CTA-ESTADO.
           CLOSE CUENTAS.

           IF CTA-ESTADO = "X"
               MOVE "E" TO MODO-RECORRIDO
               DISPLAY "La tarjeta de abono es de una cuenta cerrada"
                   LINE 18 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TARJETA-ABONO-FIN.

           IF CTA-NIF = NIF-INTRO
               MOVE "E" TO MODO-RECORRIDO
               DISPLAY "La tarjeta de abono es del propio causante"
                   LINE 18 COLUMN 10 WITH BACKGROUND-COLOR RED.

       VALIDAR-TARJETA-ABONO-FIN.
           EXIT.

      *****************************************************************
      * Reparto: liquida las tarjetas del causante y abona a cada
      * heredero su cuota; el ultimo recibe el redondeo.
      *****************************************************************
       REPARTIR-HERENCIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Repartir la herencia" LINE 6 COLUMN 30.
           INITIALIZE NIF-INTRO.
           DISPLAY "NIF del titular fallecido:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NIF-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REPARTIR-HERENCIA.

           PERFORM LEER-DEFUNCION THRU LEER-DEFUNCION-FIN.
           IF FSDF <> 00
               DISPLAY "No hay defuncion registrada con ese NIF"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO REPARTO-REINTENTO.
           IF DEF-ESTADO NOT = "B"
               DISPLAY "Esa herencia ya fue repartida" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO REPARTO-REINTENTO.

           MOVE DEF-NOMBRE TO NOMBRE-TITULAR.
           PERFORM SUMAR-CUOTAS THRU SUMAR-CUOTAS-FIN.
           IF CUOTA-TOTAL NOT = 10000
               DIVIDE CUOTA-TOTAL BY 100 GIVING CUOTA-ENT-DISP
                   REMAINDER CUOTA-DEC-DISP
               DISPLAY "Las cuotas de los herederos suman" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               DISPLAY CUOTA-ENT-DISP LINE 15 COLUMN 44
                   WITH BACKGROUND-COLOR RED
               DISPLAY "," LINE 15 COLUMN 47
                   WITH BACKGROUND-COLOR RED
               DISPLAY CUOTA-DEC-DISP LINE 15 COLUMN 48
                   WITH BACKGROUND-COLOR RED
               DISPLAY "% y deben sumar el 100%" LINE 15 COLUMN 50
                   WITH BACKGROUND-COLOR RED
               GO TO REPARTO-REINTENTO.

      * Primero solo se suma el saldo actual para confirmarlo.
           MOVE "S" TO MODO-RECORRIDO.
           PERFORM RECORRER-CUENTAS-NIF
               THRU RECORRER-CUENTAS-NIF-FIN.

           IF CENT-TOTAL < 0
               DISPLAY "El caudal tiene saldo deudor; regularicelo"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               DISPLAY "antes del reparto" LINE 16 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO REPARTO-REINTENTO.

           DISPLAY "Causante:" LINE 10 COLUMN 10.
           DISPLAY NOMBRE-TITULAR LINE 10 COLUMN 40.
           DISPLAY "Caudal a repartir (cent.):" LINE 11 COLUMN 10.
           DISPLAY CENT-TOTAL LINE 11 COLUMN 40.
           DISPLAY "Herederos:" LINE 12 COLUMN 10.
           DISPLAY NUM-HEREDEROS LINE 12 COLUMN 40.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-REPARTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO REPARTIR-HERENCIA
           ELSE
               GO TO CONFIRMAR-REPARTO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-REPARTO.

           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           PERFORM ABRIR-CERTIFICADOS THRU ABRIR-CERTIFICADOS-FIN.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "REPARTO HERENCIA NIF " NIF-INTRO " "
               NOMBRE-TITULAR " " DIA "-" MES "-" ANO
               " OPERADOR " OPERADOR-ACTUAL
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE "L" TO MODO-RECORRIDO.
           PERFORM RECORRER-CUENTAS-NIF
               THRU RECORRER-CUENTAS-NIF-FIN.

           MOVE 0 TO CENT-REPARTIDO.
           PERFORM ABRIR-HEREDEROS THRU ABRIR-HEREDEROS-FIN.
           MOVE NIF-INTRO TO HER-NIF-CAUSANTE.
           MOVE 0         TO HER-NUM.
           START F-HEREDEROS KEY IS > HER-CLAVE
               INVALID KEY GO TO HEREDEROS-PAGADOS.

       PAGAR-HEREDERO-SIG.
           READ F-HEREDEROS NEXT RECORD AT END
               GO TO HEREDEROS-PAGADOS.
           IF HER-NIF-CAUSANTE NOT = NIF-INTRO
               GO TO HEREDEROS-PAGADOS.

           IF HER-NUM = NUM-HEREDEROS
               COMPUTE CENT-HEREDERO = CENT-TOTAL - CENT-REPARTIDO
           ELSE
               COMPUTE CENT-HEREDERO = (CENT-TOTAL * HER-CUOTA)
                   / 10000.
           ADD CENT-HEREDERO TO CENT-REPARTIDO.
           MOVE CENT-HEREDERO TO HER-IMPORTE-CENT.
           REWRITE HEREDERO-REG INVALID KEY GO TO PSYS-ERR.

           IF HER-TARJETA NOT = 0 AND CENT-HEREDERO > 0
               PERFORM ABONAR-HEREDERO THRU ABONAR-HEREDERO-FIN.

           MOVE SPACES TO LINEA-CERTIFICADO.
           IF HER-TARJETA = 0
               STRING "  HEREDERO " HER-NIF " " HER-NOMBRE " "
                   CENT-HEREDERO " cent. ENTREGA EN CAJA"
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           ELSE
               STRING "  HEREDERO " HER-NIF " " HER-NOMBRE " "
                   CENT-HEREDERO " cent. TARJETA " HER-TARJETA
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
           END-IF.
           WRITE LINEA-CERTIFICADO.
           GO TO PAGAR-HEREDERO-SIG.

       HEREDEROS-PAGADOS.
           CLOSE F-HEREDEROS.

           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "TOTAL REPARTIDO " CENT-REPARTIDO " cent."
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE F-CERTIFICADOS.

           PERFORM ABRIR-DEFUNCIONES THRU ABRIR-DEFUNCIONES-FIN.
           MOVE NIF-INTRO TO DEF-NIF.
           READ F-DEFUNCIONES INVALID KEY GO TO PSYS-ERR.
           MOVE CENT-REPARTIDO     TO DEF-REPARTIDO-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO DEF-FECHA-REPARTO.
           MOVE "R"                TO DEF-ESTADO.
           REWRITE DEFUNCION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-DEFUNCIONES.

           MOVE "REPARTO HERENCIA" TO AUDIT-ACCION.
           MOVE NIF-INTRO          TO AUDIT-CLAVE.
           MOVE NUM-HEREDEROS      TO AUDIT-ANTES.
           MOVE CENT-REPARTIDO     TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Repartir la herencia" LINE 6 COLUMN 30.
           DISPLAY "Herencia repartida (cent.):" LINE 10 COLUMN 15.
           DISPLAY CENT-REPARTIDO LINE 10 COLUMN 45.
           DISPLAY "Las cuentas del causante pueden cerrarse ya"
               LINE 12 COLUMN 15.
           DISPLAY "desde el cierre de cuentas" LINE 13 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       REPARTO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REPARTIR-HERENCIA.

      *****************************************************************
      * Recorrido de las cuentas y tarjetas del NIF segun el modo.
      *****************************************************************
       CONTAR-CUENTAS-NIF.
           MOVE 0 TO NUM-CUENTAS.
           MOVE SPACES TO NOMBRE-TITULAR.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.

       LEER-CUENTA-CONTAR.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUENTAS-CONTADAS.
           IF CTA-NIF = NIF-INTRO AND CTA-ESTADO NOT = "X"
               ADD 1 TO NUM-CUENTAS
               MOVE CTA-NOMBRE TO NOMBRE-TITULAR.
           GO TO LEER-CUENTA-CONTAR.

       CUENTAS-CONTADAS.
           CLOSE CUENTAS.

       CONTAR-CUENTAS-NIF-FIN.
           EXIT.

       RECORRER-CUENTAS-NIF.
           MOVE 0 TO NUM-CUENTAS.
           MOVE 0 TO NUM-TARJETAS.
           MOVE 0 TO NUM-SUSPENDIDOS.
           MOVE 0 TO CENT-TOTAL.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.

       LEER-CUENTA-NIF.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUENTAS-RECORRIDAS.
           IF CTA-NIF NOT = NIF-INTRO OR CTA-ESTADO = "X"
               GO TO LEER-CUENTA-NIF.

           ADD 1 TO NUM-CUENTAS.
           MOVE CUENTA-ID TO CUENTA-PROCESO.
           IF MODO-RECORRIDO NOT = "S"
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING " CUENTA " CUENTA-PROCESO
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
           END-IF.

           PERFORM RECORRER-TARJETAS-CUENTA
               THRU RECORRER-TARJETAS-CUENTA-FIN.
           GO TO LEER-CUENTA-NIF.

       CUENTAS-RECORRIDAS.
           CLOSE CUENTAS.

       RECORRER-CUENTAS-NIF-FIN.
           EXIT.

       RECORRER-TARJETAS-CUENTA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE CUENTA-PROCESO TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY GO TO TARJETAS-RECORRIDAS.

       LEER-TARJETA-CUENTA.
           READ TARJETAS NEXT RECORD AT END
               GO TO TARJETAS-RECORRIDAS.
           IF CTA-ID-C NOT = CUENTA-PROCESO
               GO TO TARJETAS-RECORRIDAS.

           MOVE TNUM-C TO TARJETA-PROCESO.
           ADD 1 TO NUM-TARJETAS.

           IF MODO-RECORRIDO = "B"
               PERFORM BLOQUEAR-TARJETA THRU BLOQUEAR-TARJETA-FIN
               PERFORM SUSPENDER-MANDATOS
                   THRU SUSPENDER-MANDATOS-FIN
               PERFORM SUSPENDER-TRANSFERENCIAS
                   THRU SUSPENDER-TRANSFERENCIAS-FIN
               PERFORM SUSPENDER-ORDENES-IBAN
                   THRU SUSPENDER-ORDENES-IBAN-FIN
           END-IF.

           IF MODO-RECORRIDO = "B" OR MODO-RECORRIDO = "C"
               PERFORM SALDO-FECHA-DEFUNCION
                   THRU SALDO-FECHA-DEFUNCION-FIN
           ELSE
               MOVE TARJETA-PROCESO TO SAL-TARJETA
               PERFORM LEER-SALDO-MAESTRO
                   THRU LEER-SALDO-MAESTRO-FIN
               IF SALDOM-ENCONTRADO = 1
                   MOVE SAL-CENT TO CENT-SALDO-TARJETA
               ELSE
                   MOVE 0 TO CENT-SALDO-TARJETA
               END-IF
           END-IF.
           ADD CENT-SALDO-TARJETA TO CENT-TOTAL.

           IF MODO-RECORRIDO = "L" AND CENT-SALDO-TARJETA NOT = 0
               PERFORM LIQUIDAR-TARJETA THRU LIQUIDAR-TARJETA-FIN.

           IF MODO-RECORRIDO NOT = "S"
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "  TARJETA " TARJETA-PROCESO " SALDO "
                   CENT-SALDO-TARJETA " cent."
                   DELIMITED BY SIZE INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
           END-IF.

           GO TO LEER-TARJETA-CUENTA.

       TARJETAS-RECORRIDAS.
           CLOSE TARJETAS.

       RECORRER-TARJETAS-CUENTA-FIN.
           EXIT.

      * Bloqueo sin intentos disponibles y marca de fallecimiento:
      * el cajero la rechaza y el desbloqueo de oficina no la libera.
       BLOQUEAR-TARJETA.
           OPEN I-O INTENTOS.
           IF FSIB <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE TARJETA-PROCESO TO INUM.
           MOVE 0   TO IINTENTOS.
           MOVE "F" TO I-REPORTADO.
           REWRITE INTENTOSREG INVALID KEY
               WRITE INTENTOSREG INVALID KEY CONTINUE.
           CLOSE INTENTOS.

       BLOQUEAR-TARJETA-FIN.
           EXIT.

       SUSPENDER-MANDATOS.
           OPEN I-O F-MANDATOS.
           IF FSN <> 00
               CLOSE F-MANDATOS
               GO TO SUSPENDER-MANDATOS-FIN.

           MOVE TARJETA-PROCESO TO MAND-TARJETA.
           START F-MANDATOS KEY IS = MAND-TARJETA
               INVALID KEY GO TO MANDATOS-SUSPENDIDOS.

       LEER-MANDATO-SUSP.
           READ F-MANDATOS NEXT RECORD AT END
               GO TO MANDATOS-SUSPENDIDOS.
           IF MAND-TARJETA NOT = TARJETA-PROCESO
               GO TO MANDATOS-SUSPENDIDOS.
           IF MAND-ESTADO = "A"
               MOVE "F" TO MAND-ESTADO
               REWRITE MANDATO-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO NUM-SUSPENDIDOS.
           GO TO LEER-MANDATO-SUSP.

       MANDATOS-SUSPENDIDOS.
           CLOSE F-MANDATOS.

       SUSPENDER-MANDATOS-FIN.
           EXIT.

       SUSPENDER-TRANSFERENCIAS.
           OPEN I-O F-TRANSFERENCIAS.
           IF FSTF <> 00
               CLOSE F-TRANSFERENCIAS
               GO TO SUSPENDER-TRANSFERENCIAS-FIN.

       LEER-TRF-SUSP.
           READ F-TRANSFERENCIAS NEXT RECORD AT END
               GO TO TRANSFERENCIAS-SUSPENDIDAS.
           IF TRF-TARJETA = TARJETA-PROCESO
              AND TRF-EJECUTADA = "N"
               MOVE "F" TO TRF-EJECUTADA
               REWRITE TRANSFERENCIA-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO NUM-SUSPENDIDOS.
           GO TO LEER-TRF-SUSP.

       TRANSFERENCIAS-SUSPENDIDAS.
           CLOSE F-TRANSFERENCIAS.

       SUSPENDER-TRANSFERENCIAS-FIN.
           EXIT.

       SUSPENDER-ORDENES-IBAN.
           OPEN I-O F-ORDENESIBAN.
           IF FSOI <> 00
               CLOSE F-ORDENESIBAN
               GO TO SUSPENDER-ORDENES-IBAN-FIN.

       LEER-OIB-SUSP.
           READ F-ORDENESIBAN NEXT RECORD AT END
               GO TO ORDENES-IBAN-SUSPENDIDAS.
           IF OIB-TARJETA = TARJETA-PROCESO AND OIB-ESTADO = "A"
               MOVE "F" TO OIB-ESTADO
               REWRITE ORDENIBAN-REG INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO NUM-SUSPENDIDOS.
           GO TO LEER-OIB-SUSP.

       ORDENES-IBAN-SUSPENDIDAS.
           CLOSE F-ORDENESIBAN.

       SUSPENDER-ORDENES-IBAN-FIN.
           EXIT.

      * Saldo a la fecha de defuncion: el saldo posterior del ultimo
      * movimiento de la tarjeta con fecha no posterior a ella.
       SALDO-FECHA-DEFUNCION.
           MOVE 0 TO CENT-SALDO-TARJETA.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO SALDO-FECHA-DEFUNCION-FIN.

           MOVE TARJETA-PROCESO TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SALDO-FECHA-LEIDO.

       LEER-MOV-DEFUNCION.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SALDO-FECHA-LEIDO.
           IF MOV-TARJETA NOT = TARJETA-PROCESO
               GO TO SALDO-FECHA-LEIDO.

           COMPUTE FECHA-MOV-AAAAMMDD = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV-AAAAMMDD NOT > FECHA-DEF-AAAAMMDD
               COMPUTE CENT-SALDO-TARJETA = (MOV-SALDOPOS-ENT * 100)
                                          + MOV-SALDOPOS-DEC.
           GO TO LEER-MOV-DEFUNCION.

       SALDO-FECHA-LEIDO.
           CLOSE F-MOVIMIENTOS.

       SALDO-FECHA-DEFUNCION-FIN.
           EXIT.

      * Deja la tarjeta del causante a cero con su movimiento.
       LIQUIDAR-TARJETA.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TARJETA-PROCESO       TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-SALDO-TARJETA / 100).
           MOVE FUNCTION MOD(FUNCTION ABS(CENT-SALDO-TARJETA), 100)
               TO MOV-IMPORTE-DEC.
           MOVE "Reparto de herencia"  TO MOV-CONCEPTO.
           MOVE 0                     TO MOV-SALDOPOS-ENT.
           MOVE 0                     TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "HER"                 TO MOV-CANAL.
           MOVE "OTR"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       LIQUIDAR-TARJETA-FIN.
           EXIT.

       ABONAR-HEREDERO.
           MOVE HER-TARJETA TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ABONO
           ELSE
               MOVE 0 TO CENT-SALDO-ABONO.
           ADD CENT-HEREDERO TO CENT-SALDO-ABONO.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE HER-TARJETA           TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = CENT-HEREDERO / 100.
           MOVE FUNCTION MOD(CENT-HEREDERO, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Herencia " NOMBRE-TITULAR
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ABONO / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ABONO, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "HER"                 TO MOV-CANAL.
           MOVE "OTR"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ABONAR-HEREDERO-FIN.
           EXIT.

      *****************************************************************
      * Accesos a ficheros auxiliares.
      *****************************************************************
       LEER-DEFUNCION.
           OPEN INPUT F-DEFUNCIONES.
           IF FSDF <> 00
               CLOSE F-DEFUNCIONES
               MOVE "23" TO FSDF
               GO TO LEER-DEFUNCION-FIN.

           MOVE NIF-INTRO TO DEF-NIF.
           READ F-DEFUNCIONES INVALID KEY
               MOVE "23" TO FSDF.
           CLOSE F-DEFUNCIONES.
           IF FSDF = "23"
               GO TO LEER-DEFUNCION-FIN.
           MOVE "00" TO FSDF.

       LEER-DEFUNCION-FIN.
           EXIT.

       SUMAR-CUOTAS.
           MOVE 0 TO CUOTA-TOTAL.
           MOVE 0 TO NUM-HEREDEROS.

           OPEN INPUT F-HEREDEROS.
           IF FSHE <> 00
               CLOSE F-HEREDEROS
               GO TO SUMAR-CUOTAS-FIN.

           MOVE NIF-INTRO TO HER-NIF-CAUSANTE.
           MOVE 0         TO HER-NUM.
           START F-HEREDEROS KEY IS > HER-CLAVE
               INVALID KEY GO TO CUOTAS-SUMADAS.

       LEER-HEREDERO-CUOTA.
           READ F-HEREDEROS NEXT RECORD AT END
               GO TO CUOTAS-SUMADAS.
           IF HER-NIF-CAUSANTE NOT = NIF-INTRO
               GO TO CUOTAS-SUMADAS.
           ADD HER-CUOTA TO CUOTA-TOTAL.
           MOVE HER-NUM TO NUM-HEREDEROS.
           GO TO LEER-HEREDERO-CUOTA.

       CUOTAS-SUMADAS.
           CLOSE F-HEREDEROS.

       SUMAR-CUOTAS-FIN.
           EXIT.

       ABRIR-DEFUNCIONES.
           OPEN I-O F-DEFUNCIONES.
           IF FSDF = 35 OR FSDF = 05
               CLOSE F-DEFUNCIONES
               OPEN OUTPUT F-DEFUNCIONES
               CLOSE F-DEFUNCIONES
               OPEN I-O F-DEFUNCIONES.
           IF FSDF <> 00
               GO TO PSYS-ERR.

       ABRIR-DEFUNCIONES-FIN.
           EXIT.

       ABRIR-HEREDEROS.
           OPEN I-O F-HEREDEROS.
           IF FSHE = 35 OR FSHE = 05
               CLOSE F-HEREDEROS
               OPEN OUTPUT F-HEREDEROS
               CLOSE F-HEREDEROS
               OPEN I-O F-HEREDEROS.
           IF FSHE <> 00
               GO TO PSYS-ERR.

       ABRIR-HEREDEROS-FIN.
           EXIT.

       ABRIR-CERTIFICADOS.
           OPEN EXTEND F-CERTIFICADOS.
           IF FSCE = 35
               CLOSE F-CERTIFICADOS
               OPEN OUTPUT F-CERTIFICADOS
               CLOSE F-CERTIFICADOS
               OPEN EXTEND F-CERTIFICADOS.
           IF FSCE <> 00
               GO TO PSYS-ERR.

       ABRIR-CERTIFICADOS-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "MOV" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
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
           MOVE "BANK51" TO AUD-PROGRAMA.
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

      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSSA = 35
               CLOSE F-SALDOS
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS.
           IF FSSA <> 00
               GO TO ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE MOV-TARJETA TO SAL-TARJETA.
           COMPUTE SAL-CENT = (MOV-SALDOPOS-ENT * 100)
                             + MOV-SALDOPOS-DEC.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY CONTINUE.
           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-FIN.
           EXIT.

       LEER-SALDO-MAESTRO.
           MOVE 0 TO SALDOM-ENCONTRADO.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           MOVE 1 TO SALDOM-ENCONTRADO.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK51"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDF=" FSDF " " "FSU=" FSU " " "FSM=" FSM " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-DEFUNCIONES.
           CLOSE F-HEREDEROS.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-CERTIFICADOS.
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
