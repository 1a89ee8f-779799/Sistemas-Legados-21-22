       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK71.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDP.

           SELECT OPTIONAL F-PIGNORACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIG-DEP-NUM
           ALTERNATE RECORD KEY IS PIG-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPG.

           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

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

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

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
       FD F-DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositosplazo.ubd".
       01 DEPOSITO-REG.
           02 DEP-NUM               PIC  9(10).
           02 DEP-TARJETA           PIC 9(16).
           02 DEP-CENT              PIC S9(11).
           02 DEP-TASA-BP           PIC   9(4).
           02 DEP-MESES             PIC   9(3).
           02 DEP-FECHA-APERTURA    PIC   9(8).
           02 DEP-FECHA-VTO         PIC   9(8).
           02 DEP-ESTADO            PIC   X(1).

      * Pignoracion de un deposito a plazo en garantia de la cuenta.
      * Tipo D amplia el descubierto autorizado en PIG-LINEA-CENT;
      * tipo P garantiza el prestamo PIG-PRESTAMO.  Estado V vigente,
      * L liberada, E ejecutada al vencimiento del deposito.
      * PIG-DISPUESTA queda a S en cuanto la cuenta entra en negativo
      * con la garantia puesta.
       FD F-PIGNORACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pignoraciones.ubd".
       01 PIGNORACION-REG.
           02 PIG-DEP-NUM           PIC  9(10).
           02 PIG-CUENTA            PIC 9(16).
           02 PIG-TARJETA           PIC 9(16).
           02 PIG-TIPO              PIC   X(1).
           02 PIG-PRESTAMO          PIC  9(10).
           02 PIG-CENT              PIC S9(11).
           02 PIG-LINEA-CENT        PIC   9(9).
           02 PIG-DISPUESTA         PIC   X(1).
           02 PIG-FECHA-ALTA        PIC   9(8).
           02 PIG-FECHA-BAJA        PIC   9(8).
           02 PIG-OPERADOR          PIC   9(4).
           02 PIG-ESTADO            PIC   X(1).

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

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

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
       77 FSDP                     PIC  X(2).
       77 FSPG                     PIC  X(2).
       77 FSPT                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSFO                     PIC  X(2).

      * Porcentaje del importe pignorado que se concede como
      * descubierto, salvo parametro PIGPCTLINEA.
       78 PIGPCTLINEA-DEFECTO      VALUE 90.
       77 PCT-LINEA                PIC  9(3).

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
       77 DEPNUM-INTRO             PIC  9(10).
       77 IMPORTE-ENT-INTRO        PIC  9(7).
       77 IMPORTE-DEC-INTRO        PIC  9(2).
       77 TIPO-INTRO               PIC  X(1).
       77 PRESTAMO-INTRO           PIC  9(10).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 PIGNORAR-CENT            PIC S9(11).
       77 LINEA-CENT               PIC  9(9).
       77 SOBREG-CENT              PIC S9(11).
       77 SOBREG-BASE-CENT         PIC S9(11).
       77 SALDO-TARJETA-CENT       PIC S9(11).
       77 PIG-EXISTE               PIC  X(1).

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

       01 DEPNUM-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(10) USING DEPNUM-INTRO.

       01 PIGNORACION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 45
               PIC 9(7) USING IMPORTE-ENT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 53
               PIC 9(2) USING IMPORTE-DEC-INTRO.
           05 FILLER AUTO LINE 16 COL 45
               PIC X(1) USING TIPO-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 17 COL 45
               PIC 9(10) USING PRESTAMO-INTRO.


      * Pignoracion de depositos a plazo en sucursal: todo o parte
      * del deposito queda en garantia de un descubierto, que se
      * amplia en un porcentaje de lo pignorado, o de un prestamo
      * de la cuenta.  Mientras esta vigente el deposito no se
      * cancela ni se liquida; BATCHDEP la libera sola cuando se
      * devuelve el credito y la ejecuta al vencimiento.  Desde aqui
      * tambien se libera a mano si el credito ya no la necesita.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Pignoracion de depositos" LINE 2
               COLUMN 20 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Pignoracion de depositos" LINE 2
               COLUMN 21 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.

       PEDIR-DEPOSITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE DEPNUM-INTRO.
           DISPLAY "Pignoracion de deposito en garantia" LINE 6
               COLUMN 22.
           DISPLAY "Numero de deposito:" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT DEPNUM-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PEDIR-DEPOSITO.

           OPEN INPUT F-DEPOSITOS.
           IF FSDP <> 00
               GO TO PSYS-ERR.

           MOVE DEPNUM-INTRO TO DEP-NUM.
           READ F-DEPOSITOS INVALID KEY
               CLOSE F-DEPOSITOS
               DISPLAY "Ese deposito no existe" LINE 14 COLUMN 25
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.
           CLOSE F-DEPOSITOS.

           IF DEP-ESTADO NOT = "A"
               DISPLAY "Ese deposito no esta vigente" LINE 14
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.

           PERFORM LEER-PIGNORACION THRU LEER-PIGNORACION-FIN.
           IF PIG-EXISTE = "S" AND PIG-ESTADO = "V"
               GO TO MOSTRAR-PIGNORACION.

      * La cuenta garantizada es la de la tarjeta del deposito.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE DEP-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               MOVE 0 TO CTA-ID-C.
           CLOSE TARJETAS.

           IF CTA-ID-C = 0
               DISPLAY "El deposito no tiene cuenta asociada" LINE 14
                   COLUMN 22 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.

           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM LEER-PCT-LINEA THRU LEER-PCT-LINEA-FIN.

       PEDIR-PIGNORACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pignoracion de deposito en garantia" LINE 6
               COLUMN 22.
           DISPLAY "Deposito            :" LINE 9 COLUMN 20.
           DISPLAY DEP-NUM LINE 9 COLUMN 45.
           DISPLAY "Cuenta              :" LINE 10 COLUMN 20.
           DISPLAY CTA-ID-C LINE 10 COLUMN 45.
           DISPLAY "Principal (cent.)   :" LINE 11 COLUMN 20.
           DISPLAY DEP-CENT LINE 11 COLUMN 45.
           DISPLAY "Vencimiento         :" LINE 12 COLUMN 20.
           DISPLAY DEP-FECHA-VTO LINE 12 COLUMN 45.
           INITIALIZE IMPORTE-ENT-INTRO.
           INITIALIZE IMPORTE-DEC-INTRO.
           INITIALIZE PRESTAMO-INTRO.
           MOVE "D" TO TIPO-INTRO.
           DISPLAY "Importe a pignorar  :" LINE 15 COLUMN 20.
           DISPLAY "," LINE 15 COLUMN 52.
           DISPLAY "EUR" LINE 15 COLUMN 56.
           DISPLAY "Garantiza (D/P)     :" LINE 16 COLUMN 20.
           DISPLAY "D descubierto, P prestamo" LINE 16 COLUMN 48.
           DISPLAY "Prestamo (si P)     :" LINE 17 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT PIGNORACION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PEDIR-DEPOSITO
               ELSE
                   GO TO PEDIR-PIGNORACION.

           MOVE FUNCTION UPPER-CASE(TIPO-INTRO) TO TIPO-INTRO.
           COMPUTE PIGNORAR-CENT = (IMPORTE-ENT-INTRO * 100)
               + IMPORTE-DEC-INTRO.

           IF PIGNORAR-CENT = 0 OR PIGNORAR-CENT > DEP-CENT
               DISPLAY "El importe ha de estar entre 0 y el principal"
                   LINE 19 COLUMN 17 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PIG-REINTENTO.

           IF TIPO-INTRO NOT = "D" AND TIPO-INTRO NOT = "P"
               DISPLAY "Indique D o P" LINE 19 COLUMN 33
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PIG-REINTENTO.

           MOVE 0 TO LINEA-CENT.
           IF TIPO-INTRO = "D"
               MOVE 0 TO PRESTAMO-INTRO
               COMPUTE LINEA-CENT = PIGNORAR-CENT * PCT-LINEA / 100
               GO TO CONFIRMAR-DATOS.

      * El prestamo garantizado ha de ser de la misma cuenta y
      * estar vivo.
           OPEN INPUT F-PRESTAMOS.
           IF FSPT <> 00
               CLOSE F-PRESTAMOS
               DISPLAY "Ese prestamo no existe" LINE 19 COLUMN 29
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PIG-REINTENTO.
           MOVE PRESTAMO-INTRO TO PTM-NUM.
           READ F-PRESTAMOS INVALID KEY
               MOVE 0 TO PTM-CUENTA.
           CLOSE F-PRESTAMOS.

           IF PTM-CUENTA NOT = CTA-ID-C
               DISPLAY "Ese prestamo no es de la cuenta" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PIG-REINTENTO.
           IF PTM-ESTADO NOT = "A" AND PTM-ESTADO NOT = "M"
               DISPLAY "Ese prestamo no esta vivo" LINE 19
                   COLUMN 28 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PIG-REINTENTO.

       CONFIRMAR-DATOS.
           IF TIPO-INTRO = "D"
               DISPLAY "Amplia el descubierto (cent.):" LINE 19
                   COLUMN 15
               DISPLAY LINEA-CENT LINE 19 COLUMN 47.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-PIGNORACION.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-DEPOSITO
           ELSE
               GO TO CONFIRMAR-PIGNORACION.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-PIGNORACION.

       EJECUTAR-PIGNORACION.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO PSYS-ERR.
           IF CTA-ESTADO = "X"
               CLOSE CUENTAS
               DISPLAY "La cuenta esta cancelada" LINE 20 COLUMN 28
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.

           IF TIPO-INTRO = "D"
               COMPUTE SOBREG-CENT = (CTA-SOBREG-ENT * 100)
                   + CTA-SOBREG-DEC
               MOVE CTA-SOBREG-ENT TO AUDIT-ANTES
               ADD LINEA-CENT TO SOBREG-CENT
               COMPUTE CTA-SOBREG-ENT = SOBREG-CENT / 100
               MOVE FUNCTION MOD(SOBREG-CENT, 100) TO CTA-SOBREG-DEC
               REWRITE CUENTAREG INVALID KEY
                   CLOSE CUENTAS
                   GO TO PSYS-ERR
               END-REWRITE
           END-IF.
           CLOSE CUENTAS.

           OPEN I-O F-PIGNORACIONES.
           IF FSPG = 35
               CLOSE F-PIGNORACIONES
               OPEN OUTPUT F-PIGNORACIONES
               CLOSE F-PIGNORACIONES
               OPEN I-O F-PIGNORACIONES.
           IF FSPG <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE DEP-NUM            TO PIG-DEP-NUM.
           MOVE CTA-ID-C           TO PIG-CUENTA.
           MOVE DEP-TARJETA        TO PIG-TARJETA.
           MOVE TIPO-INTRO         TO PIG-TIPO.
           MOVE PRESTAMO-INTRO     TO PIG-PRESTAMO.
           MOVE PIGNORAR-CENT      TO PIG-CENT.
           MOVE LINEA-CENT         TO PIG-LINEA-CENT.
           MOVE "N"                TO PIG-DISPUESTA.
           MOVE FECHA-HOY-AAAAMMDD TO PIG-FECHA-ALTA.
           MOVE 0                  TO PIG-FECHA-BAJA.
           MOVE OPERADOR-ACTUAL    TO PIG-OPERADOR.
           MOVE "V"                TO PIG-ESTADO.

      * Un deposito ya pignorado y liberado vuelve a usar su clave.
           IF PIG-EXISTE = "S"
               REWRITE PIGNORACION-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               WRITE PIGNORACION-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           END-IF.
           CLOSE F-PIGNORACIONES.

           MOVE "PIGNORAR DEPOSITO" TO AUDIT-ACCION.
           MOVE DEP-NUM             TO AUDIT-CLAVE.
           IF TIPO-INTRO = "P"
               MOVE PRESTAMO-INTRO  TO AUDIT-ANTES.
           MOVE PIGNORAR-CENT       TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pignoracion de deposito en garantia" LINE 6
               COLUMN 22.
           DISPLAY "Deposito pignorado" LINE 10 COLUMN 31.
           IF TIPO-INTRO = "D"
               DISPLAY "Descubierto de la cuenta ampliado" LINE 11
                   COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Pignoracion vigente: se muestra y se ofrece liberarla.
       MOSTRAR-PIGNORACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pignoracion de deposito en garantia" LINE 6
               COLUMN 22.
           DISPLAY "Deposito pignorado desde el" LINE 8 COLUMN 20.
           DISPLAY PIG-FECHA-ALTA LINE 8 COLUMN 48.
           DISPLAY "Cuenta              :" LINE 10 COLUMN 20.
           DISPLAY PIG-CUENTA LINE 10 COLUMN 45.
           DISPLAY "Pignorado (cent.)   :" LINE 11 COLUMN 20.
           DISPLAY PIG-CENT LINE 11 COLUMN 45.
           IF PIG-TIPO = "D"
               DISPLAY "Descubierto (cent.) :" LINE 12 COLUMN 20
               DISPLAY PIG-LINEA-CENT LINE 12 COLUMN 45
           ELSE
               DISPLAY "Prestamo            :" LINE 12 COLUMN 20
               DISPLAY PIG-PRESTAMO LINE 12 COLUMN 45
           END-IF.
           DISPLAY "Enter - Liberar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Volver" LINE 24 COLUMN 66.

       CONFIRMAR-LIBERACION.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-DEPOSITO
           ELSE
               GO TO CONFIRMAR-LIBERACION.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-LIBERACION.

           IF PIG-TIPO = "P"
               GO TO COMPROBAR-PRESTAMO.

      * Sin la garantia el descubierto vuelve a su limite anterior;
      * el saldo de la tarjeta ha de caber en ese limite.
           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE PIG-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE 0 TO CTA-SOBREG-ENT
               MOVE 0 TO CTA-SOBREG-DEC.
           CLOSE CUENTAS.
           COMPUTE SOBREG-BASE-CENT = (CTA-SOBREG-ENT * 100)
               + CTA-SOBREG-DEC - PIG-LINEA-CENT.
           IF SOBREG-BASE-CENT < 0
               MOVE 0 TO SOBREG-BASE-CENT.

           MOVE 0 TO SALDO-TARJETA-CENT.
           OPEN INPUT F-SALDOS.
           IF FSSA = 00
               MOVE PIG-TARJETA TO SAL-TARJETA
               READ F-SALDOS INVALID KEY
                   MOVE 0 TO SAL-CENT
               END-READ
               MOVE SAL-CENT TO SALDO-TARJETA-CENT
           END-IF.
           CLOSE F-SALDOS.

           IF SALDO-TARJETA-CENT + SOBREG-BASE-CENT < 0
               DISPLAY "El descubierto dispuesto necesita la garantia"
                   LINE 15 COLUMN 17 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.
           GO TO EJECUTAR-LIBERACION.

       COMPROBAR-PRESTAMO.
           OPEN INPUT F-PRESTAMOS.
           IF FSPT <> 00
               CLOSE F-PRESTAMOS
               GO TO EJECUTAR-LIBERACION.
           MOVE PIG-PRESTAMO TO PTM-NUM.
           READ F-PRESTAMOS INVALID KEY
               MOVE "F" TO PTM-ESTADO.
           CLOSE F-PRESTAMOS.

           IF PTM-ESTADO = "A" OR PTM-ESTADO = "M"
               DISPLAY "El prestamo garantizado sigue vivo" LINE 15
                   COLUMN 23 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.

       EJECUTAR-LIBERACION.
           IF PIG-TIPO = "D"
               PERFORM REDUCIR-DESCUBIERTO
                   THRU REDUCIR-DESCUBIERTO-FIN.

           OPEN I-O F-PIGNORACIONES.
           IF FSPG <> 00
               GO TO PSYS-ERR.
           MOVE DEPNUM-INTRO TO PIG-DEP-NUM.
           READ F-PIGNORACIONES INVALID KEY GO TO PSYS-ERR.
           MOVE "L"                TO PIG-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO PIG-FECHA-BAJA.
           REWRITE PIGNORACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-PIGNORACIONES.

           MOVE "LIBERAR PIGNORACION" TO AUDIT-ACCION.
           MOVE PIG-DEP-NUM           TO AUDIT-CLAVE.
           MOVE PIG-CENT              TO AUDIT-ANTES.
           MOVE SPACES                TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pignoracion de deposito en garantia" LINE 6
               COLUMN 22.
           DISPLAY "Pignoracion liberada" LINE 10 COLUMN 30.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       PEDIR-DEP-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO PEDIR-DEPOSITO.

       PEDIR-PIG-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-DEPOSITO
           ELSE
               GO TO PEDIR-PIGNORACION.
           GO TO PEDIR-PIGNORACION.

       NIVEL-INSUFICIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta operacion requiere un operador con" LINE 9
               COLUMN 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "nivel de supervisor" LINE 10 COLUMN 30
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       LEER-PIGNORACION.
           MOVE "N" TO PIG-EXISTE.

           OPEN INPUT F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO LEER-PIGNORACION-FIN.

           MOVE DEP-NUM TO PIG-DEP-NUM.
           READ F-PIGNORACIONES INVALID KEY
               CLOSE F-PIGNORACIONES
               GO TO LEER-PIGNORACION-FIN.

           MOVE "S" TO PIG-EXISTE.
           CLOSE F-PIGNORACIONES.

       LEER-PIGNORACION-FIN.
           EXIT.

      * Quita del descubierto de la cuenta la ampliacion que dio la
      * garantia, sin bajar de cero si entretanto se redujo.
       REDUCIR-DESCUBIERTO.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE PIG-CUENTA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO REDUCIR-DESCUBIERTO-FIN.

           COMPUTE SOBREG-CENT = (CTA-SOBREG-ENT * 100)
               + CTA-SOBREG-DEC - PIG-LINEA-CENT.
           IF SOBREG-CENT < 0
               MOVE 0 TO SOBREG-CENT.
           COMPUTE CTA-SOBREG-ENT = SOBREG-CENT / 100.
           MOVE FUNCTION MOD(SOBREG-CENT, 100) TO CTA-SOBREG-DEC.
           REWRITE CUENTAREG INVALID KEY
               CLOSE CUENTAS
               GO TO PSYS-ERR.
           CLOSE CUENTAS.

       REDUCIR-DESCUBIERTO-FIN.
           EXIT.

       LEER-PCT-LINEA.
           MOVE PIGPCTLINEA-DEFECTO TO PCT-LINEA.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PCT-LINEA-FIN.

           MOVE "PIGPCTLINEA" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PCT-LINEA-FIN.

           IF PAR-VALOR > 0 AND PAR-VALOR NOT > 100
               MOVE PAR-VALOR TO PCT-LINEA.
           CLOSE F-PARAMETROS.

       LEER-PCT-LINEA-FIN.
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
           MOVE "BANK71" TO AUD-PROGRAMA.
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
           MOVE "BANK71"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDP=" FSDP " " "FSPG=" FSPG " " "FSU=" FSU " "
               "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-DEPOSITOS.
           CLOSE F-PIGNORACIONES.
           CLOSE CUENTAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               GO TO PEDIR-DEPOSITO
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
