       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK56.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-OPERADOR
           FILE STATUS IS FSCJ.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-HUCHAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HUCHA-NUM
           ALTERNATE RECORD KEY IS HUCHA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSHU.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-CUADRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCU.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
       FD F-CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajasventanilla.ubd".
      * Caja de ventanilla de cada operador.  Estado A abierta, C
      * cerrada (cuadrada o con la diferencia ya visada), D cerrada
      * con diferencia pendiente del visado de un supervisor.  Las
      * existencias se llevan en numero de billetes por valor y las
      * monedas en centimos; son las esperadas segun el fondo
      * inicial y las operaciones del turno.
       01 CAJA-REG.
           02 CAJ-OPERADOR          PIC  9(4).
           02 CAJ-ESTADO            PIC  X(1).
           02 CAJ-FECHA             PIC  9(8).
           02 CAJ-FONDO-CENT        PIC S9(11).
           02 CAJ-B500              PIC  9(5).
           02 CAJ-B200              PIC  9(5).
           02 CAJ-B100              PIC  9(5).
           02 CAJ-B050              PIC  9(5).
           02 CAJ-B020              PIC  9(5).
           02 CAJ-B010              PIC  9(5).
           02 CAJ-B005              PIC  9(5).
           02 CAJ-MONEDAS-CENT      PIC  9(9).
           02 CAJ-INGRESOS-CENT     PIC S9(11).
           02 CAJ-PAGOS-CENT        PIC S9(11).
           02 CAJ-NUM-OPER          PIC  9(5).
           02 CAJ-CONTADO-CENT      PIC S9(11).
           02 CAJ-DIFERENCIA-CENT   PIC S9(11).
           02 CAJ-VISADO-POR        PIC  9(4).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM      PIC 9(16).
           02 TPIN-SALT  PIC  9(4).
           02 TPIN-HASH PIC  9(9).
           02 TCAD      PIC  9(6).
           02 CTA-ID    PIC 9(16).
           02 TPRIMER-USO PIC  X(1).
           02 TIDIOMA    PIC  X(2).

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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

       FD F-HUCHAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "huchas.ubd".
       01 HUCHA-REG.
           02 HUCHA-NUM             PIC  9(10).
           02 HUCHA-TARJETA         PIC 9(16).
           02 HUCHA-NOMBRE          PIC  X(20).
           02 HUCHA-CENT            PIC S9(11).
           02 HUCHA-ESTADO          PIC   X(1).

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

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-CUADRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadrecaja.txt".
       01 LINEA-CUADRE              PIC X(100).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSCJ                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSHU                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSCU                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 CAJA-ENCONTRADA          PIC  9(1).

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
       77 TNUM-INTRO               PIC  9(16).
       77 CTAID-INTRO              PIC  9(16).

      * Desglose de efectivo tecleado en ventanilla: billetes por
      * valor y monedas en centimos.
       77 NUM-B500                 PIC  9(5).
       77 NUM-B200                 PIC  9(5).
       77 NUM-B100                 PIC  9(5).
       77 NUM-B050                 PIC  9(5).
       77 NUM-B020                 PIC  9(5).
       77 NUM-B010                 PIC  9(5).
       77 NUM-B005                 PIC  9(5).
       77 MONEDAS-INTRO            PIC  9(7).
       77 CENT-DESGLOSE            PIC S9(11).
       77 HAY-EXISTENCIAS          PIC  X(1).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-IMPOR-USER          PIC  S9(9).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 SOBREGIRO-CENT           PIC  S9(9).
       77 MINIMO-CENT              PIC  S9(9).
       77 RESERVA-HUCHAS-CENT      PIC S9(11).
       77 EMBARGO-RETENIDO-CENT    PIC S9(11).
       77 FECHA-HOY-AAAAMMDD       PIC   9(8).

      * Tarjeta sobre la que se anota la operacion de ventanilla.
      * TARJ-RESULTADO: O localizada, N no existe, X cuenta
      * cerrada, R tarjeta de credito, B tarjeta cancelada.
       77 TARJETA-OPERACION        PIC  9(16).
       77 TARJ-RESULTADO           PIC  X(1).
       77 ESTADO-TARJETA           PIC  X(1).
       77 NOMBRE-TITULAR           PIC X(30).

      * Arqueo del cierre: esperado segun la caja y contado.
       77 CENT-ESPERADO            PIC S9(11).
       77 CENT-CONTADO             PIC S9(11).
       77 CENT-DIFERENCIA          PIC S9(11).
       77 CENT-DIF-ABS             PIC  9(11).
       77 CUADRE-VALOR             PIC  9(3).
       77 CUADRE-ESPERADO          PIC  9(9).
       77 CUADRE-CONTADO           PIC  9(9).

      * Visado de la diferencia: otro operador distinto con nivel
      * de supervisor.
       77 SEGUNDA-FIRMA-OK         PIC   X(1).
       77 OPID2-INTRO              PIC   9(4).
       77 OPPIN2-INTRO             PIC   9(4).

       01 DATOS-EMBARGO.
           02 EMBC-TARJETA              PIC 9(16).
           02 EMBC-RESULTADO            PIC  X(1).
           02 EMBC-PENDIENTE-CENT       PIC S9(11).
           02 EMBC-RETENIDO-CUENTA-CENT PIC S9(11).
           02 EMBC-RETENIDO-CENT        PIC S9(11).
       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).
       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

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

       01 SEGUNDA-FIRMA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 45
               PIC 9(4) USING OPID2-INTRO.
           05 FILLER BLANK ZERO SECURE LINE 15 COL 45
               PIC 9(4) USING OPPIN2-INTRO.

       01 DESGLOSE-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 10 COL 40
               PIC 9(5) USING NUM-B500.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 11 COL 40
               PIC 9(5) USING NUM-B200.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 12 COL 40
               PIC 9(5) USING NUM-B100.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 13 COL 40
               PIC 9(5) USING NUM-B050.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 14 COL 40
               PIC 9(5) USING NUM-B020.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 15 COL 40
               PIC 9(5) USING NUM-B010.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 16 COL 40
               PIC 9(5) USING NUM-B005.
           05 FILLER BLANK ZERO UNDERLINE LINE 17 COL 40
               PIC 9(7) USING MONEDAS-INTRO.

       01 OPERACION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 7 COL 40
               PIC 9(16) USING TNUM-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 10 COL 40
               PIC 9(5) USING NUM-B500.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 11 COL 40
               PIC 9(5) USING NUM-B200.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 12 COL 40
               PIC 9(5) USING NUM-B100.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 13 COL 40
               PIC 9(5) USING NUM-B050.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 14 COL 40
               PIC 9(5) USING NUM-B020.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 15 COL 40
               PIC 9(5) USING NUM-B010.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 16 COL 40
               PIC 9(5) USING NUM-B005.
           05 FILLER BLANK ZERO UNDERLINE LINE 17 COL 40
               PIC 9(7) USING MONEDAS-INTRO.

       01 EXISTENCIAS-DISPLAY.
           05 FILLER LINE 10 COL 55 PIC ZZZZ9 FROM CAJ-B500.
           05 FILLER LINE 11 COL 55 PIC ZZZZ9 FROM CAJ-B200.
           05 FILLER LINE 12 COL 55 PIC ZZZZ9 FROM CAJ-B100.
           05 FILLER LINE 13 COL 55 PIC ZZZZ9 FROM CAJ-B050.
           05 FILLER LINE 14 COL 55 PIC ZZZZ9 FROM CAJ-B020.
           05 FILLER LINE 15 COL 55 PIC ZZZZ9 FROM CAJ-B010.
           05 FILLER LINE 16 COL 55 PIC ZZZZ9 FROM CAJ-B005.
           05 FILLER LINE 17 COL 53 PIC ZZZZZZ9 FROM CAJ-MONEDAS-CENT.


      * Caja de ventanilla: apertura del turno con fondo inicial,
      * ingresos y reintegros de efectivo en euros sobre tarjeta o
      * cuenta, existencias por valor de billete, cierre con arqueo
      * y parte de sobrantes y faltantes, y visado por un supervisor
      * de la diferencia antes de abrir un turno nuevo.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Caja de ventanilla" LINE 2
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
           DISPLAY "UnizarBank - Caja de ventanilla" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000)
               + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.

       PMENU.
           DISPLAY "1 - Abrir caja con fondo inicial" LINE 8
               COLUMN 20.
           DISPLAY "2 - Ingreso en efectivo" LINE 9 COLUMN 20.
           DISPLAY "3 - Reintegro en efectivo" LINE 10 COLUMN 20.
           DISPLAY "4 - Cierre y arqueo de caja" LINE 11 COLUMN 20.
           DISPLAY "5 - Visar diferencia de caja (supervisor)"
               LINE 12 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ABRIR-CAJA.
           IF CHOICE = 2
               GO TO INGRESO-EFECTIVO.
           IF CHOICE = 3
               GO TO REINTEGRO-EFECTIVO.
           IF CHOICE = 4
               GO TO CERRAR-CAJA.
           IF CHOICE = 5
               GO TO VISAR-DIFERENCIA.
           GO TO PMENUA1.

      * ------- Apertura -------
       ABRIR-CAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Apertura de caja" LINE 6 COLUMN 32.

      * No se abre turno nuevo con una caja abierta ni con la
      * diferencia del ultimo cierre sin visar.
           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           IF CAJA-ENCONTRADA = 1 AND CAJ-ESTADO = "A"
               DISPLAY "La caja ya esta abierta" LINE 10 COLUMN 28
                   WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.
           IF CAJA-ENCONTRADA = 1 AND CAJ-ESTADO = "D"
               DISPLAY "El ultimo cierre tiene una diferencia"
                   LINE 10 COLUMN 21 WITH BACKGROUND-COLOR RED
               DISPLAY "pendiente del visado de un supervisor"
                   LINE 11 COLUMN 21 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

       ABRIR-CAJA-DESGLOSE.
           DISPLAY "Fondo inicial de la caja" LINE 8 COLUMN 20.
           PERFORM MOSTRAR-DESGLOSE THRU MOSTRAR-DESGLOSE-FIN.
           PERFORM LIMPIAR-DESGLOSE THRU LIMPIAR-DESGLOSE-FIN.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT DESGLOSE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ABRIR-CAJA.

           PERFORM SUMAR-DESGLOSE THRU SUMAR-DESGLOSE-FIN.
           IF CENT-DESGLOSE <= 0
               DISPLAY "Indique el fondo inicial" LINE 19 COLUMN 28
                   WITH BACKGROUND-COLOR RED
               GO TO ABRIR-REINTENTO.

           DISPLAY "Fondo inicial (cent.):" LINE 19 COLUMN 20.
           DISPLAY CENT-DESGLOSE LINE 19 COLUMN 45.
           DISPLAY "Enter - Confirmar apertura" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-APERTURA.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-APERTURA.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-APERTURA.

           MOVE OPERADOR-ACTUAL    TO CAJ-OPERADOR.
           MOVE "A"                TO CAJ-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO CAJ-FECHA.
           MOVE CENT-DESGLOSE      TO CAJ-FONDO-CENT.
           MOVE NUM-B500           TO CAJ-B500.
           MOVE NUM-B200           TO CAJ-B200.
           MOVE NUM-B100           TO CAJ-B100.
           MOVE NUM-B050           TO CAJ-B050.
           MOVE NUM-B020           TO CAJ-B020.
           MOVE NUM-B010           TO CAJ-B010.
           MOVE NUM-B005           TO CAJ-B005.
           MOVE MONEDAS-INTRO      TO CAJ-MONEDAS-CENT.
           MOVE 0                  TO CAJ-INGRESOS-CENT.
           MOVE 0                  TO CAJ-PAGOS-CENT.
           MOVE 0                  TO CAJ-NUM-OPER.
           MOVE 0                  TO CAJ-CONTADO-CENT.
           MOVE 0                  TO CAJ-DIFERENCIA-CENT.
           MOVE 0                  TO CAJ-VISADO-POR.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-FIN.

           MOVE "APERTURA CAJA"    TO AUDIT-ACCION.
           MOVE SPACES             TO AUDIT-CLAVE.
           STRING OPERADOR-ACTUAL " " FECHA-HOY-AAAAMMDD
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES             TO AUDIT-ANTES.
           MOVE CENT-DESGLOSE      TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Apertura de caja" LINE 6 COLUMN 32.
           DISPLAY "Caja abierta con un fondo (cent.) de" LINE 10
               COLUMN 20.
           DISPLAY CENT-DESGLOSE LINE 12 COLUMN 33.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ABRIR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ABRIR-CAJA.

      * ------- Ingreso -------
       INGRESO-EFECTIVO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso en efectivo" LINE 5 COLUMN 30.

           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           IF CAJA-ENCONTRADA = 0 OR CAJ-ESTADO NOT = "A"
               GO TO CAJA-NO-ABIERTA.

           INITIALIZE TNUM-INTRO.
           INITIALIZE CTAID-INTRO.
           DISPLAY "Tarjeta:" LINE 7 COLUMN 20.
           DISPLAY "o cuenta:" LINE 8 COLUMN 20.
           PERFORM MOSTRAR-DESGLOSE THRU MOSTRAR-DESGLOSE-FIN.
           PERFORM LIMPIAR-DESGLOSE THRU LIMPIAR-DESGLOSE-FIN.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT OPERACION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO INGRESO-EFECTIVO.

           PERFORM SUMAR-DESGLOSE THRU SUMAR-DESGLOSE-FIN.
           IF CENT-DESGLOSE <= 0
               DISPLAY "Indique el efectivo entregado" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO INGRESO-REINTENTO.

           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF TARJ-RESULTADO NOT = "O"
               PERFORM AVISO-TARJETA THRU AVISO-TARJETA-FIN
               GO TO INGRESO-REINTENTO.

           MOVE CENT-DESGLOSE TO CENT-IMPOR-USER.
           DISPLAY "Titular:" LINE 19 COLUMN 20.
           DISPLAY NOMBRE-TITULAR LINE 19 COLUMN 40.
           DISPLAY "Importe (cent.):" LINE 20 COLUMN 20.
           DISPLAY CENT-IMPOR-USER LINE 20 COLUMN 40.
           DISPLAY "Enter - Confirmar ingreso" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-INGRESO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-INGRESO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-INGRESO.

           MOVE TARJETA-OPERACION TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.
           ADD CENT-IMPOR-USER TO CENT-SALDO-ACTUAL.

           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN.

      * Las existencias de la caja suben con los billetes recibidos.
           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           ADD NUM-B500      TO CAJ-B500.
           ADD NUM-B200      TO CAJ-B200.
           ADD NUM-B100      TO CAJ-B100.
           ADD NUM-B050      TO CAJ-B050.
           ADD NUM-B020      TO CAJ-B020.
           ADD NUM-B010      TO CAJ-B010.
           ADD NUM-B005      TO CAJ-B005.
           ADD MONEDAS-INTRO TO CAJ-MONEDAS-CENT.
           ADD CENT-IMPOR-USER TO CAJ-INGRESOS-CENT.
           ADD 1 TO CAJ-NUM-OPER.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso en efectivo" LINE 5 COLUMN 30.
           DISPLAY "Ingreso anotado en la tarjeta" LINE 10 COLUMN 20.
           DISPLAY TARJETA-OPERACION LINE 10 COLUMN 50.
           DISPLAY "Saldo resultante (cent.):" LINE 12 COLUMN 20.
           DISPLAY CENT-SALDO-ACTUAL LINE 12 COLUMN 50.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       INGRESO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO INGRESO-EFECTIVO.

      * ------- Reintegro -------
       REINTEGRO-EFECTIVO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reintegro en efectivo" LINE 5 COLUMN 29.

           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           IF CAJA-ENCONTRADA = 0 OR CAJ-ESTADO NOT = "A"
               GO TO CAJA-NO-ABIERTA.

           INITIALIZE TNUM-INTRO.
           INITIALIZE CTAID-INTRO.
           DISPLAY "Tarjeta:" LINE 7 COLUMN 20.
           DISPLAY "o cuenta:" LINE 8 COLUMN 20.
           PERFORM MOSTRAR-DESGLOSE THRU MOSTRAR-DESGLOSE-FIN.
           DISPLAY "En caja" LINE 9 COLUMN 54.
           DISPLAY EXISTENCIAS-DISPLAY.
           PERFORM LIMPIAR-DESGLOSE THRU LIMPIAR-DESGLOSE-FIN.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT OPERACION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REINTEGRO-EFECTIVO.

           PERFORM SUMAR-DESGLOSE THRU SUMAR-DESGLOSE-FIN.
           IF CENT-DESGLOSE <= 0
               DISPLAY "Indique el efectivo a entregar" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

           PERFORM COMPROBAR-EXISTENCIAS
               THRU COMPROBAR-EXISTENCIAS-FIN.
           IF HAY-EXISTENCIAS NOT = "S"
               DISPLAY "No hay efectivo en caja para ese desglose"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF TARJ-RESULTADO NOT = "O"
               PERFORM AVISO-TARJETA THRU AVISO-TARJETA-FIN
               GO TO REINTEGRO-REINTENTO.

      * El fallecimiento del titular bloquea la disposicion de los
      * fondos hasta la testamentaria.
           IF ESTADO-TARJETA = "F"
               DISPLAY "Titular fallecido: cuenta bloqueada" LINE 19
                   COLUMN 22 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

           MOVE CENT-DESGLOSE TO CENT-IMPOR-USER.

      * Lo apartado en huchas y lo retenido por embargo no cuenta
      * como saldo disponible, igual que en el cajero.
           MOVE TARJETA-OPERACION TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.
           PERFORM CONSULTAR-EMBARGO THRU CONSULTAR-EMBARGO-FIN.

           IF CENT-IMPOR-USER > CENT-SALDO-ACTUAL + SOBREGIRO-CENT
              - RESERVA-HUCHAS-CENT - EMBARGO-RETENIDO-CENT
               DISPLAY "Saldo insuficiente para el reintegro" LINE 19
                   COLUMN 22 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

           IF MINIMO-CENT > 0
              AND (CENT-SALDO-ACTUAL - CENT-IMPOR-USER) < MINIMO-CENT
               DISPLAY "Operacion rebaja el saldo minimo exigido"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

      * Las tarjetas de personas autorizadas solo operan dentro del
      * alcance y la vigencia de su autorizacion.
           MOVE TARJETA-OPERACION TO AUTC-TARJETA.
           MOVE CENT-IMPOR-USER   TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.
           IF AUTC-RESULTADO = "U"
               DISPLAY "Supera el importe de su autorizacion"
                   LINE 19 COLUMN 22 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.
           IF AUTC-RESULTADO = "V"
               DISPLAY "Autorizacion revocada o fuera de vigencia"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TARJETA-OPERACION TO MENC-TARJETA.
           MOVE "I"               TO MENC-OPERACION.
           MOVE "RET"             TO MENC-OPCION.
           MOVE CENT-IMPOR-USER   TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "U"
               DISPLAY "Supera el tope por operacion de su tutor"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.
           IF MENC-RESULTADO = "D"
               DISPLAY "Supera el tope diario fijado por su tutor"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.
           IF MENC-RESULTADO = "P"
               DISPLAY "Retirada no permitida por su tutor"
                   LINE 19 COLUMN 23 WITH BACKGROUND-COLOR RED
               GO TO REINTEGRO-REINTENTO.

           DISPLAY "Titular:" LINE 19 COLUMN 20.
           DISPLAY NOMBRE-TITULAR LINE 19 COLUMN 40.
           DISPLAY "Importe (cent.):" LINE 20 COLUMN 20.
           DISPLAY CENT-IMPOR-USER LINE 20 COLUMN 40.
           DISPLAY "Enter - Confirmar reintegro" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-REINTEGRO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-REINTEGRO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-REINTEGRO.

           SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-ACTUAL.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN.

           MOVE TARJETA-OPERACION TO MENC-TARJETA.
           MOVE "A"               TO MENC-OPERACION.
           MOVE "RET"             TO MENC-OPCION.
           MOVE CENT-IMPOR-USER   TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

      * Las existencias de la caja bajan con los billetes entregados.
           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           SUBTRACT NUM-B500      FROM CAJ-B500.
           SUBTRACT NUM-B200      FROM CAJ-B200.
           SUBTRACT NUM-B100      FROM CAJ-B100.
           SUBTRACT NUM-B050      FROM CAJ-B050.
           SUBTRACT NUM-B020      FROM CAJ-B020.
           SUBTRACT NUM-B010      FROM CAJ-B010.
           SUBTRACT NUM-B005      FROM CAJ-B005.
           SUBTRACT MONEDAS-INTRO FROM CAJ-MONEDAS-CENT.
           ADD CENT-IMPOR-USER TO CAJ-PAGOS-CENT.
           ADD 1 TO CAJ-NUM-OPER.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reintegro en efectivo" LINE 5 COLUMN 29.
           DISPLAY "Reintegro anotado en la tarjeta" LINE 10
               COLUMN 20.
           DISPLAY TARJETA-OPERACION LINE 10 COLUMN 52.
           DISPLAY "Saldo resultante (cent.):" LINE 12 COLUMN 20.
           DISPLAY CENT-SALDO-ACTUAL LINE 12 COLUMN 52.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       REINTEGRO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REINTEGRO-EFECTIVO.

       CAJA-NO-ABIERTA.
           DISPLAY "No tiene la caja abierta" LINE 10 COLUMN 28
               WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * ------- Cierre y arqueo -------
       CERRAR-CAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cierre y arqueo de caja" LINE 6 COLUMN 29.

           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           IF CAJA-ENCONTRADA = 0 OR CAJ-ESTADO NOT = "A"
               GO TO CAJA-NO-ABIERTA.

      * Arqueo a ciegas: el cajero cuenta sin ver lo esperado.
           DISPLAY "Efectivo contado en la caja" LINE 8 COLUMN 20.
           PERFORM MOSTRAR-DESGLOSE THRU MOSTRAR-DESGLOSE-FIN.
           PERFORM LIMPIAR-DESGLOSE THRU LIMPIAR-DESGLOSE-FIN.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT DESGLOSE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CERRAR-CAJA.

           PERFORM SUMAR-DESGLOSE THRU SUMAR-DESGLOSE-FIN.
           MOVE CENT-DESGLOSE TO CENT-CONTADO.
           COMPUTE CENT-ESPERADO = (CAJ-B500 * 50000)
               + (CAJ-B200 * 20000) + (CAJ-B100 * 10000)
               + (CAJ-B050 * 5000) + (CAJ-B020 * 2000)
               + (CAJ-B010 * 1000) + (CAJ-B005 * 500)
               + CAJ-MONEDAS-CENT.
           COMPUTE CENT-DIFERENCIA = CENT-CONTADO - CENT-ESPERADO.

           DISPLAY "Total contado (cent.):" LINE 19 COLUMN 20.
           DISPLAY CENT-CONTADO LINE 19 COLUMN 45.
           DISPLAY "Enter - Confirmar cierre" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-CIERRE.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-CIERRE.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-CIERRE.

           PERFORM ESCRIBIR-CUADRE THRU ESCRIBIR-CUADRE-FIN.

           IF CENT-DIFERENCIA = 0
               MOVE "C" TO CAJ-ESTADO
           ELSE
               MOVE "D" TO CAJ-ESTADO.
           MOVE CENT-CONTADO    TO CAJ-CONTADO-CENT.
           MOVE CENT-DIFERENCIA TO CAJ-DIFERENCIA-CENT.
           MOVE 0               TO CAJ-VISADO-POR.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-FIN.

           MOVE "CIERRE CAJA"      TO AUDIT-ACCION.
           MOVE SPACES             TO AUDIT-CLAVE.
           STRING CAJ-OPERADOR " " CAJ-FECHA " " CAJ-ESTADO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE CENT-ESPERADO      TO AUDIT-ANTES.
           MOVE CENT-CONTADO       TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cierre y arqueo de caja" LINE 6 COLUMN 29.
           DISPLAY "Esperado (cent.):" LINE 10 COLUMN 20.
           DISPLAY CENT-ESPERADO LINE 10 COLUMN 45.
           DISPLAY "Contado (cent.):" LINE 11 COLUMN 20.
           DISPLAY CENT-CONTADO LINE 11 COLUMN 45.
           IF CENT-DIFERENCIA = 0
               DISPLAY "Caja cuadrada y cerrada" LINE 13 COLUMN 28
           ELSE
               IF CENT-DIFERENCIA > 0
                   DISPLAY "Sobrante (cent.):" LINE 13 COLUMN 20
                   DISPLAY CENT-DIF-ABS LINE 13 COLUMN 45
               ELSE
                   DISPLAY "Faltante (cent.):" LINE 13 COLUMN 20
                   DISPLAY CENT-DIF-ABS LINE 13 COLUMN 45.
           IF CENT-DIFERENCIA NOT = 0
               DISPLAY "Pendiente del visado de un supervisor"
                   LINE 15 COLUMN 21 WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * ------- Visado de la diferencia -------
       VISAR-DIFERENCIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Visado de diferencia de caja" LINE 6 COLUMN 26.

           PERFORM LEER-CAJA THRU LEER-CAJA-FIN.
           IF CAJA-ENCONTRADA = 0 OR CAJ-ESTADO NOT = "D"
               DISPLAY "No hay diferencia de caja pendiente" LINE 10
                   COLUMN 22 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

           IF CAJ-DIFERENCIA-CENT < 0
               COMPUTE CENT-DIF-ABS = 0 - CAJ-DIFERENCIA-CENT
               DISPLAY "Faltante (cent.):" LINE 10 COLUMN 20
           ELSE
               MOVE CAJ-DIFERENCIA-CENT TO CENT-DIF-ABS
               DISPLAY "Sobrante (cent.):" LINE 10 COLUMN 20.
           DISPLAY CENT-DIF-ABS LINE 10 COLUMN 45.
           DISPLAY "Cierre del dia:" LINE 11 COLUMN 20.
           DISPLAY CAJ-FECHA LINE 11 COLUMN 45.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           PERFORM SEGUNDA-FIRMA THRU SEGUNDA-FIRMA-FIN.
           IF SEGUNDA-FIRMA-OK NOT = "S"
               DISPLAY "Visado no autorizado" LINE 18 COLUMN 30
                   WITH BACKGROUND-COLOR RED
               GO TO VISAR-REINTENTO.

           MOVE "C"         TO CAJ-ESTADO.
           MOVE OPID2-INTRO TO CAJ-VISADO-POR.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-FIN.

           PERFORM ESCRIBIR-VISADO THRU ESCRIBIR-VISADO-FIN.

           MOVE "VISADO DIF. CAJA"  TO AUDIT-ACCION.
           MOVE SPACES              TO AUDIT-CLAVE.
           STRING CAJ-OPERADOR " " CAJ-FECHA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE CAJ-DIFERENCIA-CENT TO AUDIT-ANTES.
           MOVE SPACES              TO AUDIT-DESPUES.
           STRING "AUTORIZA " OPID2-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Visado de diferencia de caja" LINE 6 COLUMN 26.
           DISPLAY "Diferencia visada; puede abrir un turno nuevo"
               LINE 10 COLUMN 17.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       VISAR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO VISAR-DIFERENCIA.

      * Segunda firma: otro operador distinto del firmante, con
      * nivel de supervisor, validado por el control comun.
       SEGUNDA-FIRMA.
           MOVE "N" TO SEGUNDA-FIRMA-OK.
           INITIALIZE OPID2-INTRO.
           INITIALIZE OPPIN2-INTRO.
           DISPLAY "Segunda firma (supervisor):" LINE 14
               COLUMN 15.
           DISPLAY "Clave:" LINE 15 COLUMN 20.

           ACCEPT SEGUNDA-FIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO SEGUNDA-FIRMA-FIN
               ELSE
                   GO TO SEGUNDA-FIRMA.

           IF OPID2-INTRO = OPERADOR-ACTUAL
               GO TO SEGUNDA-FIRMA-FIN.

           MOVE OPID2-INTRO  TO ACC-OPID.
           MOVE OPPIN2-INTRO TO ACC-PIN.
           CALL "BANKOPS" USING DATOS-ACCESO.
           IF ACC-RESULTADO NOT = "O"
               GO TO SEGUNDA-FIRMA-FIN.
           IF ACC-NIVEL < 2
               GO TO SEGUNDA-FIRMA-FIN.

           MOVE "S" TO SEGUNDA-FIRMA-OK.

       SEGUNDA-FIRMA-FIN.
           EXIT.

      * Rotulos de la rejilla de desglose, comun a todas las
      * operaciones de la caja.
       MOSTRAR-DESGLOSE.
           DISPLAY "Billetes de 500:" LINE 10 COLUMN 20.
           DISPLAY "Billetes de 200:" LINE 11 COLUMN 20.
           DISPLAY "Billetes de 100:" LINE 12 COLUMN 20.
           DISPLAY "Billetes de 50:" LINE 13 COLUMN 20.
           DISPLAY "Billetes de 20:" LINE 14 COLUMN 20.
           DISPLAY "Billetes de 10:" LINE 15 COLUMN 20.
           DISPLAY "Billetes de 5:" LINE 16 COLUMN 20.
           DISPLAY "Monedas (cent.):" LINE 17 COLUMN 20.

       MOSTRAR-DESGLOSE-FIN.
           EXIT.

       LIMPIAR-DESGLOSE.
           INITIALIZE NUM-B500.
           INITIALIZE NUM-B200.
           INITIALIZE NUM-B100.
           INITIALIZE NUM-B050.
           INITIALIZE NUM-B020.
           INITIALIZE NUM-B010.
           INITIALIZE NUM-B005.
           INITIALIZE MONEDAS-INTRO.

       LIMPIAR-DESGLOSE-FIN.
           EXIT.

       SUMAR-DESGLOSE.
           COMPUTE CENT-DESGLOSE = (NUM-B500 * 50000)
               + (NUM-B200 * 20000) + (NUM-B100 * 10000)
               + (NUM-B050 * 5000) + (NUM-B020 * 2000)
               + (NUM-B010 * 1000) + (NUM-B005 * 500)
               + MONEDAS-INTRO.

       SUMAR-DESGLOSE-FIN.
           EXIT.

      * Solo se entrega lo que la caja tiene de cada valor.
       COMPROBAR-EXISTENCIAS.
           MOVE "N" TO HAY-EXISTENCIAS.
           IF NUM-B500 > CAJ-B500 OR NUM-B200 > CAJ-B200
              OR NUM-B100 > CAJ-B100 OR NUM-B050 > CAJ-B050
              OR NUM-B020 > CAJ-B020 OR NUM-B010 > CAJ-B010
              OR NUM-B005 > CAJ-B005
              OR MONEDAS-INTRO > CAJ-MONEDAS-CENT
               GO TO COMPROBAR-EXISTENCIAS-FIN.
           MOVE "S" TO HAY-EXISTENCIAS.

       COMPROBAR-EXISTENCIAS-FIN.
           EXIT.

      * Tarjeta sobre la que se anota la operacion.  Con numero de
      * cuenta se toma la primera tarjeta de titular de la cuenta
      * que no sea de credito ni este cancelada.
       LOCALIZAR-TARJETA.
           MOVE "N" TO TARJ-RESULTADO.
           MOVE 0   TO TARJETA-OPERACION.
           MOVE SPACES TO NOMBRE-TITULAR.
           MOVE SPACE  TO ESTADO-TARJETA.
           MOVE 0 TO SOBREGIRO-CENT.
           MOVE 0 TO MINIMO-CENT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           IF TNUM-INTRO = 0
               GO TO LOCALIZAR-POR-CUENTA.

           MOVE TNUM-INTRO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO LOCALIZAR-TARJETA-FIN.
           CLOSE TARJETAS.
           MOVE TNUM TO TARJETA-OPERACION.

           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "R" TO TARJ-RESULTADO
               GO TO LOCALIZAR-TARJETA-FIN.

           PERFORM LEER-ESTADO-TARJETA THRU LEER-ESTADO-TARJETA-FIN.
           IF ESTADO-TARJETA = "K"
               MOVE "B" TO TARJ-RESULTADO
               GO TO LOCALIZAR-TARJETA-FIN.
           GO TO LOCALIZAR-CUENTA.

       LOCALIZAR-POR-CUENTA.
           IF CTAID-INTRO = 0
               CLOSE TARJETAS
               GO TO LOCALIZAR-TARJETA-FIN.

           MOVE CTAID-INTRO TO CTA-ID.
           START TARJETAS KEY IS = CTA-ID
               INVALID KEY
               CLOSE TARJETAS
               GO TO LOCALIZAR-TARJETA-FIN.

       LOCALIZAR-SIGUIENTE-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO LOCALIZAR-TARJETA-FIN.
           IF CTA-ID NOT = CTAID-INTRO
               CLOSE TARJETAS
               GO TO LOCALIZAR-TARJETA-FIN.

           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               GO TO LOCALIZAR-SIGUIENTE-TARJETA.

           MOVE TNUM TO AUTC-TARJETA.
           MOVE 0    TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO NOT = "N"
               GO TO LOCALIZAR-SIGUIENTE-TARJETA.

           MOVE TNUM TO TARJETA-OPERACION.
           PERFORM LEER-ESTADO-TARJETA THRU LEER-ESTADO-TARJETA-FIN.
           IF ESTADO-TARJETA = "K"
               GO TO LOCALIZAR-SIGUIENTE-TARJETA.
           CLOSE TARJETAS.

       LOCALIZAR-CUENTA.
           IF CTA-ID = 0
               MOVE "O" TO TARJ-RESULTADO
               GO TO LOCALIZAR-TARJETA-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               MOVE "O" TO TARJ-RESULTADO
               GO TO LOCALIZAR-TARJETA-FIN.

           MOVE CTA-ID TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               MOVE "O" TO TARJ-RESULTADO
               GO TO LOCALIZAR-TARJETA-FIN.
           CLOSE CUENTAS.

           IF CTA-ESTADO = "X"
               MOVE "X" TO TARJ-RESULTADO
               GO TO LOCALIZAR-TARJETA-FIN.

           MOVE CTA-NOMBRE TO NOMBRE-TITULAR.
           COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                                    + CTA-SOBREG-DEC.
           COMPUTE MINIMO-CENT = (CTA-MINIMO-ENT * 100)
                                 + CTA-MINIMO-DEC.
           MOVE "O" TO TARJ-RESULTADO.

       LOCALIZAR-TARJETA-FIN.
           EXIT.

       AVISO-TARJETA.
           IF TARJ-RESULTADO = "N"
               DISPLAY "Esa tarjeta o cuenta no existe" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED.
           IF TARJ-RESULTADO = "X"
               DISPLAY "La cuenta esta cerrada" LINE 19 COLUMN 29
                   WITH BACKGROUND-COLOR RED.
           IF TARJ-RESULTADO = "R"
               DISPLAY "Tarjeta de credito: opere sobre la cuenta"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED.
           IF TARJ-RESULTADO = "B"
               DISPLAY "Tarjeta cancelada: opere sobre la cuenta"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED.

       AVISO-TARJETA-FIN.
           EXIT.

      * Situacion de la tarjeta en el fichero de intentos: S robada
      * o perdida, K cancelada, C congelada, F titular fallecido.
       LEER-ESTADO-TARJETA.
           MOVE SPACE TO ESTADO-TARJETA.

           OPEN INPUT INTENTOS.
           IF FSIB <> 00
               CLOSE INTENTOS
               GO TO LEER-ESTADO-TARJETA-FIN.

           MOVE TNUM TO INUM.
           READ INTENTOS INVALID KEY
               CLOSE INTENTOS
               GO TO LEER-ESTADO-TARJETA-FIN.
           MOVE I-REPORTADO TO ESTADO-TARJETA.
           CLOSE INTENTOS.

       LEER-ESTADO-TARJETA-FIN.
           EXIT.

      * Movimiento de efectivo por ventanilla.  El terminal lleva el
      * operador que atiende, para casar el turno con su caja.
       ANOTAR-MOVIMIENTO.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TARJETA-OPERACION     TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           IF CHOICE = 2
               COMPUTE MOV-IMPORTE-ENT = CENT-IMPOR-USER / 100
               MOVE "Ingreso en ventanilla" TO MOV-CONCEPTO
           ELSE
               COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-IMPOR-USER / 100)
               MOVE "Reintegro en ventanilla" TO MOV-CONCEPTO.
           MOVE FUNCTION MOD(CENT-IMPOR-USER, 100)
               TO MOV-IMPORTE-DEC.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE OPERADOR-ACTUAL       TO MOV-TERMINAL.
           MOVE "VEN"                 TO MOV-CANAL.
           MOVE "EFE"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ANOTAR-MOVIMIENTO-FIN.
           EXIT.

       LEER-CAJA.
           MOVE 0 TO CAJA-ENCONTRADA.

           OPEN INPUT F-CAJAS.
           IF FSCJ <> 00
               CLOSE F-CAJAS
               GO TO LEER-CAJA-FIN.

           MOVE OPERADOR-ACTUAL TO CAJ-OPERADOR.
           READ F-CAJAS INVALID KEY
               CLOSE F-CAJAS
               GO TO LEER-CAJA-FIN.

           MOVE 1 TO CAJA-ENCONTRADA.
           CLOSE F-CAJAS.

       LEER-CAJA-FIN.
           EXIT.

       GUARDAR-CAJA.
           OPEN I-O F-CAJAS.
           IF FSCJ = 35 OR FSCJ = 05
               CLOSE F-CAJAS
               OPEN OUTPUT F-CAJAS
               CLOSE F-CAJAS
               OPEN I-O F-CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.

           REWRITE CAJA-REG INVALID KEY
               WRITE CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CAJAS.

       GUARDAR-CAJA-FIN.
           EXIT.

      * Parte de cuadre: existencias esperadas y contadas por valor
      * y resultado del arqueo, en el fichero de la ventanilla.
       ESCRIBIR-CUADRE.
           IF CENT-DIFERENCIA < 0
               COMPUTE CENT-DIF-ABS = 0 - CENT-DIFERENCIA
           ELSE
               MOVE CENT-DIFERENCIA TO CENT-DIF-ABS.

           OPEN EXTEND F-CUADRE.
           IF FSCU = 35
               OPEN OUTPUT F-CUADRE.
           IF FSCU <> 00
               GO TO ESCRIBIR-CUADRE-FIN.

           MOVE SPACES TO LINEA-CUADRE.
           STRING "CUADRE DE CAJA operador " CAJ-OPERADOR
               " dia " DIA "-" MES "-" ANO " " HORAS ":" MINUTOS
               DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.

           MOVE 500 TO CUADRE-VALOR.
           MOVE CAJ-B500 TO CUADRE-ESPERADO.
           MOVE NUM-B500 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.
           MOVE 200 TO CUADRE-VALOR.
           MOVE CAJ-B200 TO CUADRE-ESPERADO.
           MOVE NUM-B200 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.
           MOVE 100 TO CUADRE-VALOR.
           MOVE CAJ-B100 TO CUADRE-ESPERADO.
           MOVE NUM-B100 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.
           MOVE 50 TO CUADRE-VALOR.
           MOVE CAJ-B050 TO CUADRE-ESPERADO.
           MOVE NUM-B050 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.
           MOVE 20 TO CUADRE-VALOR.
           MOVE CAJ-B020 TO CUADRE-ESPERADO.
           MOVE NUM-B020 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.
           MOVE 10 TO CUADRE-VALOR.
           MOVE CAJ-B010 TO CUADRE-ESPERADO.
           MOVE NUM-B010 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.
           MOVE 5 TO CUADRE-VALOR.
           MOVE CAJ-B005 TO CUADRE-ESPERADO.
           MOVE NUM-B005 TO CUADRE-CONTADO.
           PERFORM LINEA-VALOR-CUADRE THRU LINEA-VALOR-CUADRE-FIN.

           MOVE SPACES TO LINEA-CUADRE.
           STRING "  monedas, centimos esperados " CAJ-MONEDAS-CENT
               " contados " MONEDAS-INTRO
               DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.

           MOVE SPACES TO LINEA-CUADRE.
           STRING "  fondo inicial " CAJ-FONDO-CENT
               " ingresos " CAJ-INGRESOS-CENT
               " pagos " CAJ-PAGOS-CENT
               " operaciones " CAJ-NUM-OPER
               DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.

           MOVE SPACES TO LINEA-CUADRE.
           STRING "  total esperado " CENT-ESPERADO
               " total contado " CENT-CONTADO
               DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.

           MOVE SPACES TO LINEA-CUADRE.
           IF CENT-DIFERENCIA = 0
               MOVE "  RESULTADO: caja cuadrada" TO LINEA-CUADRE
           ELSE
               IF CENT-DIFERENCIA > 0
                   STRING "  RESULTADO: SOBRANTE centimos "
                       CENT-DIF-ABS " pendiente de visado"
                       DELIMITED BY SIZE INTO LINEA-CUADRE
               ELSE
                   STRING "  RESULTADO: FALTANTE centimos "
                       CENT-DIF-ABS " pendiente de visado"
                       DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.
           CLOSE F-CUADRE.

       ESCRIBIR-CUADRE-FIN.
           EXIT.

       LINEA-VALOR-CUADRE.
           MOVE SPACES TO LINEA-CUADRE.
           STRING "  billetes de " CUADRE-VALOR
               " esperados " CUADRE-ESPERADO
               " contados " CUADRE-CONTADO
               DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.

       LINEA-VALOR-CUADRE-FIN.
           EXIT.

       ESCRIBIR-VISADO.
           OPEN EXTEND F-CUADRE.
           IF FSCU = 35
               OPEN OUTPUT F-CUADRE.
           IF FSCU <> 00
               GO TO ESCRIBIR-VISADO-FIN.

           MOVE SPACES TO LINEA-CUADRE.
           STRING "VISADO DE DIFERENCIA operador " CAJ-OPERADOR
               " cierre " CAJ-FECHA " centimos " CENT-DIF-ABS
               " supervisor " OPID2-INTRO
               DELIMITED BY SIZE INTO LINEA-CUADRE.
           WRITE LINEA-CUADRE.
           CLOSE F-CUADRE.

       ESCRIBIR-VISADO-FIN.
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

      * Importe apartado en las huchas activas de la tarjeta; queda
      * fuera del saldo disponible para operar.
       SUMAR-HUCHAS.
           MOVE 0 TO RESERVA-HUCHAS-CENT.

           OPEN INPUT F-HUCHAS.
           IF FSHU <> 00
               CLOSE F-HUCHAS
               GO TO SUMAR-HUCHAS-FIN.

           MOVE TARJETA-OPERACION TO HUCHA-TARJETA.
           START F-HUCHAS KEY IS = HUCHA-TARJETA
               INVALID KEY
               CLOSE F-HUCHAS
               GO TO SUMAR-HUCHAS-FIN.

       LEER-HUCHA-RESERVA.
           READ F-HUCHAS NEXT RECORD AT END GO TO HUCHAS-SUMADAS.
           IF HUCHA-TARJETA NOT = TARJETA-OPERACION
               GO TO HUCHAS-SUMADAS.
           IF HUCHA-ESTADO = "A"
               ADD HUCHA-CENT TO RESERVA-HUCHAS-CENT.
           GO TO LEER-HUCHA-RESERVA.

       HUCHAS-SUMADAS.
           CLOSE F-HUCHAS.

       SUMAR-HUCHAS-FIN.
           EXIT.

      * Con un embargo activo en la cuenta, lo que exceda del minimo
      * inembargable queda retenido y no se puede disponer.
       CONSULTAR-EMBARGO.
           MOVE 0 TO EMBARGO-RETENIDO-CENT.
           MOVE TARJETA-OPERACION TO EMBC-TARJETA.
           CALL "BANKEMB" USING DATOS-EMBARGO.
           IF EMBC-RESULTADO = "O"
               MOVE EMBC-RETENIDO-CENT TO EMBARGO-RETENIDO-CENT.

       CONSULTAR-EMBARGO-FIN.
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
           MOVE "BANK56" TO AUD-PROGRAMA.
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
           MOVE "BANK56"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCJ=" FSCJ " " "FSM=" FSM " " "FSK=" FSK " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-OPERACION TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CAJAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CONTADORES.
           CLOSE TARJETAS.
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
