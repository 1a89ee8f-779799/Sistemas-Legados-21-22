       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK68.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CER-CODIGO
           FILE STATUS IS FSCE.

           SELECT OPTIONAL F-CERTIFICADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSE.

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

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-ARCHIVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.

           SELECT OPTIONAL F-ARCCTRL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-CTRL-ID
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-AUTORIZADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-CLAVE
           ALTERNATE RECORD KEY IS AUT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSAT.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

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
      * Certificados emitidos en oficina.  CER-TIPO: T titularidad,
      * S saldo a la fecha CER-FECHA-SALDO.  El codigo es lo que el
      * banco del tercero dicta por telefono para comprobarlo.
       FD F-CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificados.ubd".
       01 CERTIFICADO-REG.
           02 CER-CODIGO            PIC  9(12).
           02 CER-TIPO              PIC  X(1).
           02 CER-CUENTA            PIC 9(16).
           02 CER-NIF               PIC  X(9).
           02 CER-NOMBRE            PIC X(30).
           02 CER-FECHA-SALDO       PIC  9(8).
           02 CER-SALDO-CENT        PIC S9(13).
           02 CER-FECHA-EMISION     PIC  9(8).
           02 CER-OPERADOR          PIC  9(4).
           02 CER-FINALIDAD         PIC X(30).
           02 CER-CONSULTAS         PIC  9(4).
           02 CER-FECHA-CONSULTA    PIC  9(8).

       FD F-CERTIFICADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificado.txt".
       01 LINEA-CERTIFICADO         PIC  X(80).

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

       FD F-ARCHIVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.arc".
       01 LINEA-ARCHIVO            PIC  X(132).

       FD F-ARCCTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "arcctrl.ubd".
       01 ARCCTRL-REG.
           02 ARC-CTRL-ID           PIC X(10).
           02 ARC-ULTIMO-MOV        PIC 9(35).
           02 ARC-ESTADO            PIC X(1).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

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
       77 FSCE                     PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSAT                     PIC  X(2).
       77 FSK                      PIC  X(2).
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
       77 FECHA-SALDO-INTRO        PIC  9(8).
       77 FINALIDAD-INTRO          PIC X(30).

      * T titularidad, S saldo a fecha.
       77 TIPO-CERTIFICADO         PIC  X(1).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-ALTA-AAAAMMDD      PIC  9(8).
       77 FECHA-SALDO              PIC  9(8).

       01 FECHA-TRABAJO            PIC  9(8).
       01 FECHA-TRABAJO-PARTES REDEFINES FECHA-TRABAJO.
           05 FT-ANO               PIC  9(4).
           05 FT-MES               PIC  9(2).
           05 FT-DIA               PIC  9(2).
       77 FECHA-TEXTO              PIC X(10).

      * Saldo de la cuenta a la fecha pedida: suma, tarjeta a
      * tarjeta, del saldo posterior al ultimo movimiento de ese dia
      * o anterior, buscado primero en los movimientos vivos y luego
      * en el archivo anual.
       77 SALDO-CUENTA-CENT        PIC S9(13).
       77 SALDO-TARJETA-CENT       PIC S9(13).
       77 SALDO-ACTUAL-CENT        PIC S9(13).
       77 NUM-TARJETAS             PIC  9(3).
       77 MOV-FECHA-NUM            PIC  9(8).
       77 ANTES-MOV-NUM            PIC  9(35).
       77 ANTES-CENT               PIC S9(13).
       77 DESPUES-MOV-NUM          PIC  9(35).
       77 DESPUES-CENT             PIC S9(13).
       77 ARC-ANTES-ENC            PIC  X(1).
       77 ARC-ANTES-CENT           PIC S9(13).
       77 ARC-DESPUES-ENC          PIC  X(1).
       77 ARC-DESPUES-CENT         PIC S9(13).
       77 ARC-FECHA-NUM            PIC  9(8).

      * Importe y saldo de la linea de archivo tal como los dejo el
      * archivado anual: enteros con signo y decimales tras la coma.
       01 ARC-IMPORTE-TXT          PIC  X(7).
       01 ARC-IMPORTE-NUM REDEFINES ARC-IMPORTE-TXT PIC S9(7).
       01 ARC-IMPDEC-TXT           PIC  X(2).
       01 ARC-IMPDEC-NUM REDEFINES ARC-IMPDEC-TXT PIC 9(2).
       01 ARC-SALDO-TXT            PIC  X(9).
       01 ARC-SALDO-NUM REDEFINES ARC-SALDO-TXT PIC S9(9).
       01 ARC-SALDEC-TXT           PIC  X(2).
       01 ARC-SALDEC-NUM REDEFINES ARC-SALDEC-TXT PIC 9(2).

       77 SALDO-EDIT               PIC -(11)9.99.
       77 NUM-AUTORIZADOS          PIC  9(3).
       77 ALCANCE-TEXTO            PIC X(20).

      * Codigo de verificacion: seis cifras de secuencia, cinco de
      * azar y un digito de control Luhn, como los vales regalo.
       01 CODIGO-CERT              PIC  9(12).
       01 CODIGO-CERT-CIFRAS REDEFINES CODIGO-CERT.
           05 CODIGO-CIFRA         PIC  9 OCCURS 12 TIMES.
       77 SECUENCIA-CERT           PIC  9(6).
       77 AZAR-CERT                PIC  9(5).
       77 DIGITO-CONTROL           PIC  9(1).
       77 LUHN-INDICE              PIC  9(2).
       77 LUHN-DIGITO              PIC  9(2).
       77 LUHN-SUMA                PIC  9(4).
       77 LUHN-DOBLAR              PIC  X(1).
       77 SEMILLA-AZAR             PIC  9(18).

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

       01 TITULARIDAD-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER LINE 10 COL 40
               PIC X(30) USING FINALIDAD-INTRO.

       01 SALDO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 40
               PIC 9(8) USING FECHA-SALDO-INTRO.
           05 FILLER LINE 10 COL 40
               PIC X(30) USING FINALIDAD-INTRO.


      * Certificados de titularidad y de saldo a una fecha para
      * presentar ante terceros.  Cada uno lleva un codigo de
      * verificacion que se guarda en certificados.ubd y que BANK69
      * permite comprobar.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Certificados de cuentas" LINE 2
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
           DISPLAY "UnizarBank - Certificados de cuentas" LINE 2
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

       PMENU.
           DISPLAY "1 - Certificado de titularidad" LINE 8
               COLUMN 20.
           DISPLAY "2 - Certificado de saldo a una fecha" LINE 9
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               MOVE "T" TO TIPO-CERTIFICADO
               GO TO PEDIR-CERTIFICADO.
           IF CHOICE = 2
               MOVE "S" TO TIPO-CERTIFICADO
               GO TO PEDIR-CERTIFICADO.
           GO TO PMENUA1.

       PEDIR-CERTIFICADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-TITULO THRU MOSTRAR-TITULO-FIN.
           INITIALIZE CTAID-INTRO.
           INITIALIZE FECHA-SALDO-INTRO.
           INITIALIZE FINALIDAD-INTRO.

       PANTALLA-CERTIFICADO.
           DISPLAY "Cuenta:" LINE 8 COLUMN 10.
           IF TIPO-CERTIFICADO = "S"
               DISPLAY "Saldo a (AAAAMMDD, 0=hoy):" LINE 9
                   COLUMN 10.
           DISPLAY "Finalidad:" LINE 10 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           IF TIPO-CERTIFICADO = "S"
               GO TO ACEPTAR-SALDO.

           ACCEPT TITULARIDAD-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-CERTIFICADO.
           GO TO VALIDAR-CERTIFICADO.

       ACEPTAR-SALDO.
           ACCEPT SALDO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-CERTIFICADO.

       VALIDAR-CERTIFICADO.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           IF TIPO-CERTIFICADO = "S" AND FECHA-SALDO-INTRO NOT = 0
               MOVE FECHA-SALDO-INTRO TO FECHA-SALDO
           ELSE
               MOVE FECHA-HOY-AAAAMMDD TO FECHA-SALDO.

           IF FINALIDAD-INTRO = SPACES
               DISPLAY "Indique la finalidad del certificado"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.

           MOVE FECHA-SALDO TO FECHA-TRABAJO.
           IF FT-MES < 1 OR FT-MES > 12 OR FT-DIA < 1 OR FT-DIA > 31
               DISPLAY "Fecha incorrecta" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.

           IF FECHA-SALDO > FECHA-HOY-AAAAMMDD
               DISPLAY "La fecha no puede ser posterior a hoy"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "Esa cuenta no existe" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.
           CLOSE CUENTAS.

      * De una cuenta cerrada puede certificarse el saldo que tuvo,
      * pero no que hoy sea de su titular.
           IF TIPO-CERTIFICADO = "T" AND CTA-ESTADO = "X"
               DISPLAY "La cuenta esta cerrada" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.

           COMPUTE FECHA-ALTA-AAAAMMDD = (CTA-ANO-ALTA * 10000)
               + (CTA-MES-ALTA * 100) + CTA-DIA-ALTA.
           IF FECHA-SALDO < FECHA-ALTA-AAAAMMDD
               DISPLAY "La cuenta no existia en esa fecha" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CERTIFICADO-REINTENTO.

           MOVE 0 TO SALDO-CUENTA-CENT.
           IF TIPO-CERTIFICADO = "T"
               GO TO GENERAR-CODIGO.

      * Un saldo pasado puede necesitar el archivo anual, que no se
      * lee mientras el archivado esta a medias.
           IF FECHA-SALDO < FECHA-HOY-AAAAMMDD
               PERFORM CONTROL-ARCHIVO THRU CONTROL-ARCHIVO-FIN
               IF ARC-ESTADO = "P"
                   DISPLAY "Archivado anual en curso; intentelo mas"
                       LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
                   DISPLAY "tarde" LINE 16 COLUMN 10
                       WITH BACKGROUND-COLOR RED
                   GO TO CERTIFICADO-REINTENTO
               END-IF
           END-IF.

           PERFORM CALCULAR-SALDO-CUENTA
               THRU CALCULAR-SALDO-CUENTA-FIN.

      * Codigo de verificacion con la secuencia propia "CER" de
      * contadores.ubd; si por azar ya existiera se genera otro.
       GENERAR-CODIGO.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "CER" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "CER" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY
                   CLOSE CONTADORES
                   GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO PSYS-ERR.
           MOVE FUNCTION MOD(CONT-VALOR, 1000000) TO SECUENCIA-CERT.
           CLOSE CONTADORES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE SEMILLA-AZAR = (MILISEGUNDOS * 7919)
               + (SEGUNDOS * 104729) + (MINUTOS * 1299709)
               + (SECUENCIA-CERT * 15485863)
               + FUNCTION MOD(CTAID-INTRO, 99991).
           MOVE FUNCTION MOD(SEMILLA-AZAR, 100000) TO AZAR-CERT.

           COMPUTE CODIGO-CERT = (SECUENCIA-CERT * 1000000)
               + (AZAR-CERT * 10).
           PERFORM CALCULAR-CONTROL THRU CALCULAR-CONTROL-FIN.
           MOVE DIGITO-CONTROL TO CODIGO-CIFRA(12).

           OPEN I-O F-CERTIFICADOS.
           IF FSCE = 35
               CLOSE F-CERTIFICADOS
               OPEN OUTPUT F-CERTIFICADOS
               CLOSE F-CERTIFICADOS
               OPEN I-O F-CERTIFICADOS.
           IF FSCE <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE CODIGO-CERT        TO CER-CODIGO.
           MOVE TIPO-CERTIFICADO   TO CER-TIPO.
           MOVE CTAID-INTRO        TO CER-CUENTA.
           MOVE CTA-NIF            TO CER-NIF.
           MOVE CTA-NOMBRE         TO CER-NOMBRE.
           MOVE FECHA-SALDO        TO CER-FECHA-SALDO.
           MOVE SALDO-CUENTA-CENT  TO CER-SALDO-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO CER-FECHA-EMISION.
           MOVE OPERADOR-ACTUAL    TO CER-OPERADOR.
           MOVE FINALIDAD-INTRO    TO CER-FINALIDAD.
           MOVE 0                  TO CER-CONSULTAS.
           MOVE 0                  TO CER-FECHA-CONSULTA.
           WRITE CERTIFICADO-REG INVALID KEY
               CLOSE F-CERTIFICADOS
               GO TO GENERAR-CODIGO.
           CLOSE F-CERTIFICADOS.

           PERFORM IMPRIMIR-CERTIFICADO
               THRU IMPRIMIR-CERTIFICADO-FIN.

           MOVE "CERTIFICADO EMITIDO" TO AUDIT-ACCION.
           MOVE CTAID-INTRO           TO AUDIT-CLAVE.
           MOVE SPACES                TO AUDIT-ANTES.
           IF TIPO-CERTIFICADO = "S"
               STRING "SALDO " FECHA-SALDO
                   DELIMITED BY SIZE INTO AUDIT-ANTES
           ELSE
               MOVE "TITULARIDAD" TO AUDIT-ANTES.
           MOVE CODIGO-CERT           TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-TITULO THRU MOSTRAR-TITULO-FIN.
           DISPLAY "Certificado emitido" LINE 9 COLUMN 31.
           DISPLAY "Codigo de verificacion:" LINE 11 COLUMN 20.
           DISPLAY CODIGO-CERT LINE 11 COLUMN 44
               WITH FOREGROUND-COLOR IS YELLOW.
           IF TIPO-CERTIFICADO = "S"
               COMPUTE SALDO-EDIT = SALDO-CUENTA-CENT / 100
               DISPLAY "Saldo certificado:" LINE 12 COLUMN 20
               DISPLAY SALDO-EDIT LINE 12 COLUMN 40
               DISPLAY "EUR" LINE 12 COLUMN 56.
           DISPLAY "Certificado enviado a impresion" LINE 14
               COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CERTIFICADO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO PEDIR-CERTIFICADO.

       MOSTRAR-TITULO.
           IF TIPO-CERTIFICADO = "S"
               DISPLAY "Certificado de saldo a una fecha" LINE 6
                   COLUMN 24
           ELSE
               DISPLAY "Certificado de titularidad" LINE 6
                   COLUMN 27.

       MOSTRAR-TITULO-FIN.
           EXIT.

       CONTROL-ARCHIVO.
           MOVE SPACE TO ARC-ESTADO.
           OPEN INPUT F-ARCCTRL.
           IF FSR <> 00
               CLOSE F-ARCCTRL
               GO TO CONTROL-ARCHIVO-FIN.

           MOVE "ARC" TO ARC-CTRL-ID.
           READ F-ARCCTRL INVALID KEY
               MOVE SPACE TO ARC-ESTADO.
           CLOSE F-ARCCTRL.

       CONTROL-ARCHIVO-FIN.
           EXIT.

      * Recorre las tarjetas de la cuenta y suma el saldo que tenia
      * cada una al cierre de FECHA-SALDO.
       CALCULAR-SALDO-CUENTA.
           MOVE 0 TO SALDO-CUENTA-CENT.
           MOVE 0 TO NUM-TARJETAS.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE CTAID-INTRO TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY GO TO SALDO-CUENTA-CALCULADO.

       LEER-TARJETA-CUENTA.
           READ TARJETAS NEXT RECORD AT END
               GO TO SALDO-CUENTA-CALCULADO.
           IF CTA-ID-C NOT = CTAID-INTRO
               GO TO SALDO-CUENTA-CALCULADO.

           ADD 1 TO NUM-TARJETAS.
           PERFORM SALDO-TARJETA THRU SALDO-TARJETA-FIN.
           ADD SALDO-TARJETA-CENT TO SALDO-CUENTA-CENT.
           GO TO LEER-TARJETA-CUENTA.

       SALDO-CUENTA-CALCULADO.
           CLOSE TARJETAS.

       CALCULAR-SALDO-CUENTA-FIN.
           EXIT.

      * Saldo de la tarjeta TNUM-C al cierre de FECHA-SALDO.  Para
      * hoy vale el de saldos.ubd.  Para un dia pasado se toma el
      * saldo posterior del ultimo movimiento de ese dia o anterior;
      * si no lo hay, se deduce del primer movimiento posterior
      * restando su importe; y si la tarjeta no tiene movimientos,
      * el saldo actual.
       SALDO-TARJETA.
           MOVE 0 TO SALDO-ACTUAL-CENT.
           OPEN INPUT F-SALDOS.
           IF FSSA <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE TNUM-C TO SAL-TARJETA.
           READ F-SALDOS INVALID KEY
               MOVE 0 TO SAL-CENT.
           IF FSSA = 00
               MOVE SAL-CENT TO SALDO-ACTUAL-CENT.
           CLOSE F-SALDOS.

           IF FECHA-SALDO >= FECHA-HOY-AAAAMMDD
               MOVE SALDO-ACTUAL-CENT TO SALDO-TARJETA-CENT
               GO TO SALDO-TARJETA-FIN.

           MOVE 0 TO ANTES-MOV-NUM.
           MOVE 0 TO ANTES-CENT.
           MOVE 0 TO DESPUES-MOV-NUM.
           MOVE 0 TO DESPUES-CENT.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE TNUM-C TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO MOVIMIENTOS-TARJETA-LEIDOS.

       LEER-MOV-TARJETA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO MOVIMIENTOS-TARJETA-LEIDOS.
           IF MOV-TARJETA NOT = TNUM-C
               GO TO MOVIMIENTOS-TARJETA-LEIDOS.

           COMPUTE MOV-FECHA-NUM = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.

           IF MOV-FECHA-NUM <= FECHA-SALDO
               IF MOV-NUM > ANTES-MOV-NUM
                   MOVE MOV-NUM TO ANTES-MOV-NUM
                   COMPUTE ANTES-CENT = (MOV-SALDOPOS-ENT * 100)
                                      + MOV-SALDOPOS-DEC
               END-IF
           ELSE
               IF DESPUES-MOV-NUM = 0 OR MOV-NUM < DESPUES-MOV-NUM
                   MOVE MOV-NUM TO DESPUES-MOV-NUM
                   COMPUTE DESPUES-CENT = (MOV-SALDOPOS-ENT * 100)
                                        + MOV-SALDOPOS-DEC
                                        - (MOV-IMPORTE-ENT * 100)
                                        - MOV-IMPORTE-DEC
               END-IF
           END-IF.
           GO TO LEER-MOV-TARJETA.

       MOVIMIENTOS-TARJETA-LEIDOS.
           CLOSE F-MOVIMIENTOS.

           IF ANTES-MOV-NUM NOT = 0
               MOVE ANTES-CENT TO SALDO-TARJETA-CENT
               GO TO SALDO-TARJETA-FIN.

      * Sin movimientos vivos hasta esa fecha: se mira el archivo
      * anual, que esta en orden de numero de movimiento.
           MOVE "N" TO ARC-ANTES-ENC.
           MOVE "N" TO ARC-DESPUES-ENC.
           MOVE 0   TO ARC-ANTES-CENT.
           MOVE 0   TO ARC-DESPUES-CENT.

           OPEN INPUT F-ARCHIVO.
           IF FSA <> 00 AND 05
               GO TO PSYS-ERR.

       LEER-ARCHIVO-TARJETA.
           READ F-ARCHIVO AT END GO TO ARCHIVO-TARJETA-LEIDO.

           IF LINEA-ARCHIVO(37:16) NOT = TNUM-C
               GO TO LEER-ARCHIVO-TARJETA.
           IF LINEA-ARCHIVO(54:4) IS NOT NUMERIC
               GO TO LEER-ARCHIVO-TARJETA.

           COMPUTE ARC-FECHA-NUM =
               FUNCTION NUMVAL(LINEA-ARCHIVO(54:4)) * 10000
               + FUNCTION NUMVAL(LINEA-ARCHIVO(59:2)) * 100
               + FUNCTION NUMVAL(LINEA-ARCHIVO(62:2)).

           MOVE LINEA-ARCHIVO(74:7)   TO ARC-IMPORTE-TXT.
           MOVE LINEA-ARCHIVO(82:2)   TO ARC-IMPDEC-TXT.
           MOVE LINEA-ARCHIVO(121:9)  TO ARC-SALDO-TXT.
           MOVE LINEA-ARCHIVO(131:2)  TO ARC-SALDEC-TXT.

           IF ARC-FECHA-NUM <= FECHA-SALDO
               MOVE "S" TO ARC-ANTES-ENC
               COMPUTE ARC-ANTES-CENT = (ARC-SALDO-NUM * 100)
                                      + ARC-SALDEC-NUM
           ELSE
               IF ARC-DESPUES-ENC = "N"
                   MOVE "S" TO ARC-DESPUES-ENC
                   COMPUTE ARC-DESPUES-CENT = (ARC-SALDO-NUM * 100)
                                            + ARC-SALDEC-NUM
                                            - (ARC-IMPORTE-NUM * 100)
                                            - ARC-IMPDEC-NUM
               END-IF
           END-IF.
           GO TO LEER-ARCHIVO-TARJETA.

       ARCHIVO-TARJETA-LEIDO.
           CLOSE F-ARCHIVO.

           IF ARC-ANTES-ENC = "S"
               MOVE ARC-ANTES-CENT TO SALDO-TARJETA-CENT
               GO TO SALDO-TARJETA-FIN.
           IF ARC-DESPUES-ENC = "S"
               MOVE ARC-DESPUES-CENT TO SALDO-TARJETA-CENT
               GO TO SALDO-TARJETA-FIN.
           IF DESPUES-MOV-NUM NOT = 0
               MOVE DESPUES-CENT TO SALDO-TARJETA-CENT
               GO TO SALDO-TARJETA-FIN.
           MOVE SALDO-ACTUAL-CENT TO SALDO-TARJETA-CENT.

       SALDO-TARJETA-FIN.
           EXIT.

      * Documento para entregar al cliente: datos del titular, las
      * personas autorizadas (que no son titulares) o el saldo, y el
      * codigo con el que un tercero puede comprobarlo.
       IMPRIMIR-CERTIFICADO.
           OPEN OUTPUT F-CERTIFICADO.
           IF FSE <> 00
               GO TO PSYS-ERR.

           IF TIPO-CERTIFICADO = "S"
               MOVE "UnizarBank - Certificado de saldo"
                   TO LINEA-CERTIFICADO
           ELSE
               MOVE "UnizarBank - Certificado de titularidad"
                   TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "UnizarBank certifica que la cuenta " CTAID-INTRO
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           IF TIPO-CERTIFICADO = "S"
               GO TO IMPRIMIR-SALDO.

           MOVE FECHA-ALTA-AAAAMMDD TO FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "abierta el " FECHA-TEXTO
               ", tiene como unico titular a:"
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  " CTA-NOMBRE " NIF " CTA-NIF
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  Domicilio: " CTA-DIRECCION
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           PERFORM IMPRIMIR-AUTORIZADOS
               THRU IMPRIMIR-AUTORIZADOS-FIN.
           GO TO IMPRIMIR-PIE.

       IMPRIMIR-SALDO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "cuyo titular es " CTA-NOMBRE " NIF " CTA-NIF
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE FECHA-SALDO TO FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN.
           COMPUTE SALDO-EDIT = SALDO-CUENTA-CENT / 100.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "presentaba al cierre del dia " FECHA-TEXTO
               " un saldo de " SALDO-EDIT " EUR."
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

       IMPRIMIR-PIE.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Se expide a peticion del interesado para: "
               FINALIDAD-INTRO
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE FECHA-HOY-AAAAMMDD TO FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Fecha de expedicion: " FECHA-TEXTO
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Codigo de verificacion: " CODIGO-CERT
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "Puede comprobarse en cualquier oficina de UnizarBank"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "indicando este codigo." TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           CLOSE F-CERTIFICADO.

       IMPRIMIR-CERTIFICADO-FIN.
           EXIT.

      * Autorizados y apoderados vigentes: figuran aparte para que
      * nadie los tome por titulares.
       IMPRIMIR-AUTORIZADOS.
           MOVE 0 TO NUM-AUTORIZADOS.
           OPEN INPUT F-AUTORIZADOS.
           IF FSAT <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE CTAID-INTRO TO AUT-CUENTA.
           MOVE 0           TO AUT-NUM.
           START F-AUTORIZADOS KEY IS > AUT-CLAVE
               INVALID KEY GO TO AUTORIZADOS-IMPRESOS.

       LEER-AUTORIZADO-CERT.
           READ F-AUTORIZADOS NEXT RECORD AT END
               GO TO AUTORIZADOS-IMPRESOS.
           IF AUT-CUENTA NOT = CTAID-INTRO
               GO TO AUTORIZADOS-IMPRESOS.
           IF AUT-ESTADO NOT = "A"
              OR AUT-FECHA-DESDE > FECHA-HOY-AAAAMMDD
               GO TO LEER-AUTORIZADO-CERT.
           IF AUT-FECHA-HASTA NOT = 0
              AND AUT-FECHA-HASTA < FECHA-HOY-AAAAMMDD
               GO TO LEER-AUTORIZADO-CERT.

           IF NUM-AUTORIZADOS = 0
               MOVE "Personas autorizadas, sin condicion de titular:"
                   TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO.
           ADD 1 TO NUM-AUTORIZADOS.

           IF AUT-ALCANCE = "C"
               MOVE "solo consultas" TO ALCANCE-TEXTO.
           IF AUT-ALCANCE = "P"
               MOVE "pagos limitados" TO ALCANCE-TEXTO.
           IF AUT-ALCANCE = "T"
               MOVE "disposicion total" TO ALCANCE-TEXTO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  " AUT-NOMBRE " NIF " AUT-NIF " " ALCANCE-TEXTO
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           GO TO LEER-AUTORIZADO-CERT.

       AUTORIZADOS-IMPRESOS.
           CLOSE F-AUTORIZADOS.
           IF NUM-AUTORIZADOS = 0
               MOVE "La cuenta no tiene personas autorizadas."
                   TO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

       IMPRIMIR-AUTORIZADOS-FIN.
           EXIT.

       FORMATEAR-FECHA.
           MOVE SPACES TO FECHA-TEXTO.
           STRING FT-DIA "-" FT-MES "-" FT-ANO
               DELIMITED BY SIZE INTO FECHA-TEXTO.

       FORMATEAR-FECHA-FIN.
           EXIT.

      * Digito Luhn de las once primeras cifras de CODIGO-CERT.
       CALCULAR-CONTROL.
           MOVE 0   TO LUHN-SUMA.
           MOVE 11  TO LUHN-INDICE.
           MOVE "S" TO LUHN-DOBLAR.

       CALCULAR-CONTROL-CIFRA.
           IF LUHN-INDICE = 0
               GO TO CALCULAR-CONTROL-CIERRE.
           MOVE CODIGO-CIFRA(LUHN-INDICE) TO LUHN-DIGITO.
           IF LUHN-DOBLAR = "S"
               MULTIPLY 2 BY LUHN-DIGITO
               IF LUHN-DIGITO > 9
                   SUBTRACT 9 FROM LUHN-DIGITO.
           ADD LUHN-DIGITO TO LUHN-SUMA.
           IF LUHN-DOBLAR = "S"
               MOVE "N" TO LUHN-DOBLAR
           ELSE
               MOVE "S" TO LUHN-DOBLAR.
           SUBTRACT 1 FROM LUHN-INDICE.
           GO TO CALCULAR-CONTROL-CIFRA.

       CALCULAR-CONTROL-CIERRE.
           COMPUTE DIGITO-CONTROL =
               FUNCTION MOD(10 - FUNCTION MOD(LUHN-SUMA, 10), 10).

       CALCULAR-CONTROL-FIN.
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
           MOVE "BANK68" TO AUD-PROGRAMA.
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
           MOVE "BANK68"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCE=" FSCE " " "FSU=" FSU " " "FST=" FST " "
               "FSM=" FSM " " "FSA=" FSA
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CERTIFICADOS.
           CLOSE F-CERTIFICADO.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-SALDOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ARCHIVO.
           CLOSE F-AUTORIZADOS.
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
