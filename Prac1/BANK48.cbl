       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK48.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

           SELECT OPTIONAL F-CUADRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-CLAVE
           FILE STATUS IS FSCA.

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


           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de prestamos personales.  Estado A vigente, M con
      * cuotas en mora, F amortizado.
       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PTM-NUM               PIC  9(10).
           02 PTM-CUENTA            PIC 9(16).
           02 PTM-TARJETA           PIC 9(16).
           02 PTM-PRINCIPAL-CENT    PIC S9(11).
           02 PTM-TASA-BP           PIC   9(4).
           02 PTM-MESES             PIC   9(3).
           02 PTM-DIA-PAGO          PIC   9(2).
           02 PTM-CUOTA-CENT        PIC  S9(9).
           02 PTM-PENDIENTE-CENT    PIC S9(11).
           02 PTM-PAGADAS           PIC   9(3).
           02 PTM-MORA              PIC   9(3).
           02 PTM-FECHA-ALTA        PIC   9(8).
           02 PTM-OPERADOR          PIC   9(4).
           02 PTM-ESTADO            PIC   X(1).

      * Cuadro de amortizacion: una linea por cuota.  Estado P
      * pendiente, C cobrada, M vencida sin cobrar.
       FD F-CUADRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuadroamort.ubd".
       01 CUADRO-REG.
           02 CAM-CLAVE.
               03 CAM-PRESTAMO      PIC  9(10).
               03 CAM-CUOTA         PIC   9(3).
           02 CAM-FECHA             PIC   9(8).
           02 CAM-CUOTA-CENT        PIC  S9(9).
           02 CAM-INTERES-CENT      PIC  S9(9).
           02 CAM-AMORT-CENT        PIC  S9(9).
           02 CAM-PENDIENTE-CENT    PIC S9(11).
           02 CAM-ESTADO            PIC   X(1).
           02 CAM-MOV-NUM           PIC  9(35).

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


       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSPT                     PIC  X(2).
       77 FSCA                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).

      * Limites del producto: plazo maximo en meses y tipo maximo
      * en puntos basicos anuales.
       78 PTM-PLAZO-MAXIMO         VALUE 120.
       78 PTM-TASA-MAXIMA          VALUE 3000.

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
       77 CTAID-INTRO              PIC 9(16).
       77 TARJETA-INTRO            PIC 9(16).
       77 PRINCIPAL-INTRO          PIC  9(7).
       77 TASA-INTRO               PIC  9(4).
       77 PLAZO-INTRO              PIC  9(3).
       77 DIAPAGO-INTRO            PIC  9(2).

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-PTM-NUM             PIC  9(10).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 PRINCIPAL-CENT           PIC S9(11).
       77 CUOTA-CENT               PIC  S9(9).
       77 INTERES-TOTAL-CENT       PIC S9(11).
       77 PENDIENTE-CENT           PIC S9(11).
       77 CUOTA-LINEA              PIC  S9(9).
       77 INTERES-LINEA            PIC  S9(9).
       77 AMORT-LINEA              PIC  S9(9).
       77 TASA-MES                 PIC  9V9(12).
       77 FACTOR-POT               PIC  9(7)V9(12).
       77 NUM-CUOTA                PIC  9(3).
       77 PROX-ANO                 PIC  9(4).
       77 PROX-MES                 PIC  9(2).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

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

       01 PRESTAMO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
               PIC 9(16) USING TARJETA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(7) USING PRINCIPAL-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(4) USING TASA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(3) USING PLAZO-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 45
               PIC 9(2) USING DIAPAGO-INTRO.


      * Alta de prestamos personales en sucursal: se calcula la
      * cuota por el sistema frances, se graba el prestamo con su
      * cuadro de amortizacion y se abona el principal en la
      * tarjeta de la cuenta.  BATCHPRE cobra despues las cuotas.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Prestamos personales" LINE 2
               COLUMN 22 WITH FOREGROUND-COLOR IS BLUE.
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
               GO TO PEDIR-PRESTAMO.

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
           GO TO PEDIR-PRESTAMO.

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
           DISPLAY "UnizarBank - Prestamos personales" LINE 2
               COLUMN 22 WITH FOREGROUND-COLOR IS BLUE.

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

       PEDIR-PRESTAMO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE CTAID-INTRO.
           INITIALIZE TARJETA-INTRO.
           INITIALIZE PRINCIPAL-INTRO.
           INITIALIZE TASA-INTRO.
           INITIALIZE PLAZO-INTRO.
           INITIALIZE DIAPAGO-INTRO.
           DISPLAY "Alta de prestamo personal" LINE 6 COLUMN 27.
           DISPLAY "Cuenta:" LINE 8 COLUMN 15.
           DISPLAY "Tarjeta de abono y cargo:" LINE 9 COLUMN 15.
           DISPLAY "Principal (euros):" LINE 10 COLUMN 15.
           DISPLAY "Interes anual (p.b.):" LINE 11 COLUMN 15.
           DISPLAY "Plazo (meses):" LINE 12 COLUMN 15.
           DISPLAY "Dia de pago (1-28):" LINE 13 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT PRESTAMO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PEDIR-PRESTAMO.

           IF PRINCIPAL-INTRO = 0
               DISPLAY "El principal debe ser mayor que cero" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

           IF PLAZO-INTRO = 0 OR PLAZO-INTRO > PTM-PLAZO-MAXIMO
               DISPLAY "Plazo fuera de rango (1 a 120 meses)" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

           IF TASA-INTRO > PTM-TASA-MAXIMA
               DISPLAY "Tipo de interes fuera de rango" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

      * El dia de pago se limita a 28 para que exista en todos los
      * meses del cuadro.
           IF DIAPAGO-INTRO = 0 OR DIAPAGO-INTRO > 28
               DISPLAY "Dia de pago fuera de rango (1 a 28)" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "Esa cuenta no existe" LINE 15 COLUMN 15
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

           IF CTA-ESTADO = "X" OR CTA-ESTADO = "E"
               CLOSE CUENTAS
               DISPLAY "Esa cuenta esta cerrada" LINE 15 COLUMN 15
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.
           CLOSE CUENTAS.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-INTRO TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "Esa tarjeta no existe" LINE 15 COLUMN 15
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

           IF CTA-ID-C NOT = CTAID-INTRO
               CLOSE TARJETAS
               DISPLAY "La tarjeta no pertenece a esa cuenta" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.
           CLOSE TARJETAS.

      * Las cuotas se cargan en el saldo de la tarjeta; una de
      * credito no lo usa.
           MOVE TARJETA-INTRO TO CRE-TARJETA.
           MOVE "C"           TO CRE-OPERACION.
           MOVE 0             TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               DISPLAY "La tarjeta de credito no puede domiciliar un "
                   "prestamo" LINE 15 COLUMN 15
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PRESTAMO-REINTENTO.

           PERFORM CALCULAR-CUOTA THRU CALCULAR-CUOTA-FIN.

           DISPLAY "Cuota mensual (cent.) :" LINE 15 COLUMN 15.
           DISPLAY CUOTA-CENT LINE 15 COLUMN 45.
           DISPLAY "Intereses totales     :" LINE 16 COLUMN 15.
           DISPLAY INTERES-TOTAL-CENT LINE 16 COLUMN 45.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-PRESTAMO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-PRESTAMO
           ELSE
               GO TO CONFIRMAR-PRESTAMO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-PRESTAMO.

       EJECUTAR-ALTA.
           PERFORM SIGUIENTE-PTM-NUM THRU SIGUIENTE-PTM-NUM-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN I-O F-PRESTAMOS.
           IF FSPT = 35
               CLOSE F-PRESTAMOS
               OPEN OUTPUT F-PRESTAMOS
               CLOSE F-PRESTAMOS
               OPEN I-O F-PRESTAMOS.
           IF FSPT <> 00
               GO TO PSYS-ERR.

           MOVE LAST-PTM-NUM       TO PTM-NUM.
           MOVE CTAID-INTRO        TO PTM-CUENTA.
           MOVE TARJETA-INTRO      TO PTM-TARJETA.
           MOVE PRINCIPAL-CENT     TO PTM-PRINCIPAL-CENT.
           MOVE TASA-INTRO         TO PTM-TASA-BP.
           MOVE PLAZO-INTRO        TO PTM-MESES.
           MOVE DIAPAGO-INTRO      TO PTM-DIA-PAGO.
           MOVE CUOTA-CENT         TO PTM-CUOTA-CENT.
           MOVE PRINCIPAL-CENT     TO PTM-PENDIENTE-CENT.
           MOVE 0                  TO PTM-PAGADAS.
           MOVE 0                  TO PTM-MORA.
           MOVE FECHA-HOY-AAAAMMDD TO PTM-FECHA-ALTA.
           MOVE OPERADOR-ACTUAL    TO PTM-OPERADOR.
           MOVE "A"                TO PTM-ESTADO.
           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-PRESTAMOS.

           PERFORM GENERAR-CUADRO THRU GENERAR-CUADRO-FIN.

      * El principal se abona en la tarjeta de la cuenta como un
      * movimiento mas, por la misma via que el resto de abonos.
           MOVE TARJETA-INTRO TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.
           ADD PRINCIPAL-CENT TO CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TARJETA-INTRO         TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = PRINCIPAL-CENT / 100.
           MOVE FUNCTION MOD(PRINCIPAL-CENT, 100) TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Prestamo personal " LAST-PTM-NUM
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "PTM"                 TO MOV-CANAL.
           MOVE "OTR"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE "ALTA PRESTAMO"  TO AUDIT-ACCION.
           MOVE LAST-PTM-NUM     TO AUDIT-CLAVE.
           MOVE CTAID-INTRO      TO AUDIT-ANTES.
           MOVE PRINCIPAL-CENT   TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de prestamo personal" LINE 6 COLUMN 27.
           DISPLAY "Prestamo numero:" LINE 10 COLUMN 20.
           DISPLAY LAST-PTM-NUM LINE 10 COLUMN 40.
           DISPLAY "Principal abonado en la tarjeta" LINE 12
               COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       PEDIR-PRESTAMO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO PEDIR-PRESTAMO.

      * Cuota constante del sistema frances, redondeada al centimo:
      *   cuota = P * i * (1+i)**n / ((1+i)**n - 1)
      * con tipo cero el principal se reparte a partes iguales.
      * Los intereses totales salen del propio cuadro.
       CALCULAR-CUOTA.
           COMPUTE PRINCIPAL-CENT = PRINCIPAL-INTRO * 100.
           COMPUTE TASA-MES = TASA-INTRO / 120000.

           IF TASA-INTRO = 0
               COMPUTE CUOTA-CENT ROUNDED =
                   PRINCIPAL-CENT / PLAZO-INTRO
           ELSE
               COMPUTE FACTOR-POT = (1 + TASA-MES) ** PLAZO-INTRO
               COMPUTE CUOTA-CENT ROUNDED =
                   PRINCIPAL-CENT * TASA-MES * FACTOR-POT
                   / (FACTOR-POT - 1)
           END-IF.

           MOVE 0 TO INTERES-TOTAL-CENT.
           MOVE PRINCIPAL-CENT TO PENDIENTE-CENT.
           MOVE 0 TO NUM-CUOTA.

       SIMULAR-CUOTA.
           ADD 1 TO NUM-CUOTA.
           IF NUM-CUOTA > PLAZO-INTRO
               GO TO CALCULAR-CUOTA-FIN.

           PERFORM DESGLOSAR-CUOTA THRU DESGLOSAR-CUOTA-FIN.
           ADD INTERES-LINEA TO INTERES-TOTAL-CENT.
           GO TO SIMULAR-CUOTA.

       CALCULAR-CUOTA-FIN.
           EXIT.

      * Reparto de la cuota NUM-CUOTA entre intereses sobre el
      * capital pendiente y amortizacion; la ultima cuota liquida
      * el resto para absorber los redondeos.
       DESGLOSAR-CUOTA.
           COMPUTE INTERES-LINEA ROUNDED = PENDIENTE-CENT * TASA-MES.
           COMPUTE AMORT-LINEA = CUOTA-CENT - INTERES-LINEA.

           IF NUM-CUOTA = PLAZO-INTRO
              OR AMORT-LINEA > PENDIENTE-CENT
               MOVE PENDIENTE-CENT TO AMORT-LINEA.

           COMPUTE CUOTA-LINEA = AMORT-LINEA + INTERES-LINEA.
           SUBTRACT AMORT-LINEA FROM PENDIENTE-CENT.

       DESGLOSAR-CUOTA-FIN.
           EXIT.

      * Graba el cuadro completo; la primera cuota vence el dia de
      * pago del mes siguiente al alta.
       GENERAR-CUADRO.
           OPEN I-O F-CUADRO.
           IF FSCA = 35
               CLOSE F-CUADRO
               OPEN OUTPUT F-CUADRO
               CLOSE F-CUADRO
               OPEN I-O F-CUADRO.
           IF FSCA <> 00
               GO TO PSYS-ERR.

           MOVE PRINCIPAL-CENT TO PENDIENTE-CENT.
           MOVE 0 TO NUM-CUOTA.
           MOVE ANO TO PROX-ANO.
           MOVE MES TO PROX-MES.

       GENERAR-LINEA-CUADRO.
           ADD 1 TO NUM-CUOTA.
           IF NUM-CUOTA > PLAZO-INTRO
               GO TO CUADRO-GENERADO.

           ADD 1 TO PROX-MES.
           IF PROX-MES > 12
               MOVE 1 TO PROX-MES
               ADD 1 TO PROX-ANO.

           PERFORM DESGLOSAR-CUOTA THRU DESGLOSAR-CUOTA-FIN.

           MOVE LAST-PTM-NUM TO CAM-PRESTAMO.
           MOVE NUM-CUOTA    TO CAM-CUOTA.
           MOVE CUOTA-LINEA    TO CAM-CUOTA-CENT.
           MOVE INTERES-LINEA  TO CAM-INTERES-CENT.
           MOVE AMORT-LINEA    TO CAM-AMORT-CENT.
           MOVE PENDIENTE-CENT TO CAM-PENDIENTE-CENT.
           COMPUTE CAM-FECHA = (PROX-ANO * 10000) + (PROX-MES * 100)
               + DIAPAGO-INTRO.
           MOVE "P"          TO CAM-ESTADO.
           MOVE 0            TO CAM-MOV-NUM.
           WRITE CUADRO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO GENERAR-LINEA-CUADRO.

       CUADRO-GENERADO.
           CLOSE F-CUADRO.

       GENERAR-CUADRO-FIN.
           EXIT.

       SIGUIENTE-PTM-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "PTM" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "PTM" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-PTM-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-PTM-NUM-FIN.
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
           MOVE "BANK48" TO AUD-PROGRAMA.
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
           MOVE "BANK48"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSPT=" FSPT " " "FSCA=" FSCA " " "FSM=" FSM " "
               "FSK=" FSK DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-INTRO TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-PRESTAMOS.
           CLOSE F-CUADRO.
           CLOSE F-MOVIMIENTOS.
           CLOSE CONTADORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               GO TO PEDIR-PRESTAMO
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
