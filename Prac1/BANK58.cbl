       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK58.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SUSPENSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NUM
           FILE STATUS IS FSSU.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
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

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

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
      * Partidas en suspenso: dinero recibido que no se ha podido
      * aplicar a ninguna tarjeta.  SUS-ORIGEN: ICR transferencia
      * recibida, NOM linea de nomina, RET devolucion de la red.
      * SUS-DESTINO es la cuenta o tarjeta que traia la partida, tal
      * como llego.  SUS-TARJETA-ORIGEN es la tarjeta pagadora cuando
      * el ordenante es cliente (nominas).  SUS-ESTADO: P pendiente,
      * A aplicada a una tarjeta, D devuelta al ordenante.
       FD F-SUSPENSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspenso.ubd".
       01 SUSPENSO-REG.
           02 SUS-NUM               PIC  9(10).
           02 SUS-ORIGEN            PIC  X(3).
           02 SUS-FECHA             PIC  9(8).
           02 SUS-REFERENCIA        PIC X(35).
           02 SUS-ORDENANTE         PIC X(30).
           02 SUS-DESTINO           PIC X(16).
           02 SUS-TARJETA-ORIGEN    PIC 9(16).
           02 SUS-IMPORTE-CENT      PIC 9(11).
           02 SUS-MOTIVO            PIC X(30).
           02 SUS-ESTADO            PIC  X(1).
           02 SUS-TARJETA-APLICADA  PIC 9(16).
           02 SUS-MOV-NUM           PIC 9(35).
           02 SUS-INTERB-NUM        PIC 9(35).
           02 SUS-FECHA-CIERRE      PIC  9(8).
           02 SUS-OPERADOR          PIC  9(4).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-INTERBANCARIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbancarias.ubd".
       01 INTERBANCARIA-REG.
           02 INTERB-NUM           PIC  9(35).
           02 INTERB-TARJETA       PIC  9(16).
           02 INTERB-ANO           PIC   9(4).
           02 INTERB-MES           PIC   9(2).
           02 INTERB-DIA           PIC   9(2).
           02 INTERB-HOR           PIC   9(2).
           02 INTERB-MIN           PIC   9(2).
           02 INTERB-SEG           PIC   9(2).
           02 INTERB-IBAN-DESTINO  PIC  X(34).
           02 INTERB-BENEFICIARIO  PIC  X(30).
           02 INTERB-IMPORTE-ENT   PIC  S9(7).
           02 INTERB-IMPORTE-DEC   PIC   9(2).
           02 INTERB-MONEDA        PIC  X(3).
           02 INTERB-ESTADO        PIC  X(1).
           02 INTERB-MOTIVO-DEV    PIC  X(2).
           02 INTERB-EUR-ENT       PIC  S9(7).
           02 INTERB-EUR-DEC       PIC   9(2).
           02 INTERB-TASA-APLICADA PIC  9(9).

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
       77 FSSU                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSB                      PIC  X(2).
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
       77 SUSPENSO-INTRO           PIC  9(10).
       77 TARJETA-INTRO            PIC 9(16).
       77 IBAN-INTRO               PIC X(34).
       77 TEXTO-BUSCADO            PIC X(20).
       77 IMPORTE-BUSCADO-ENT      PIC  9(7).
       77 IMPORTE-BUSCADO-DEC      PIC  9(2).
       77 CENT-BUSCADO             PIC 9(11).
       77 LONG-TEXTO               PIC  9(2).
       77 POS-TEXTO                PIC  9(2).
       77 TEXTO-ENCONTRADO         PIC  9(1).
       77 CAMPO-BUSQUEDA           PIC X(35).
       77 PARTIDA-VALIDA           PIC  9(1).
       77 SUS-EN-PANTALLA          PIC  9(2).
       77 LINEA-SUS-ACTUAL         PIC  9(2).
       77 IMPORTE-FILA-ENT         PIC  9(9).
       77 IMPORTE-FILA-DEC         PIC  9(2).
       77 ORIGEN-TEXTO             PIC X(25).

       77 TARJETA-ABONO            PIC 9(16).
       77 CONCEPTO-ABONO           PIC X(35).
       77 CANAL-ABONO              PIC  X(3).
       77 CENT-SALDO-ACTUAL        PIC S9(11).
       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-INTERB-NUM          PIC  9(35).
       77 ESTADO-NUEVO             PIC  X(1).
       77 FECHA-CIERRE-AAAAMMDD    PIC  9(8).

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

       01 BUSQUEDA-ACCEPT.
           05 FILLER UNDERLINE LINE 10 COL 45
               PIC X(20) USING TEXTO-BUSCADO.
           05 FILLER BLANK ZERO UNDERLINE LINE 12 COL 45
               PIC 9(7) USING IMPORTE-BUSCADO-ENT.
           05 FILLER LINE 12 COL 52 VALUE ",".
           05 FILLER UNDERLINE LINE 12 COL 53
               PIC 9(2) USING IMPORTE-BUSCADO-DEC.

       01 FILA-PARTIDA.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 02
               FOREGROUND-COLOR YELLOW PIC 9(10) FROM SUS-NUM.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 13
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-SUS-ACTUAL COL 14
               FOREGROUND-COLOR YELLOW PIC X(3) FROM SUS-ORIGEN.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 17
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-SUS-ACTUAL COL 18
               FOREGROUND-COLOR YELLOW PIC 9(8) FROM SUS-FECHA.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 26
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-SUS-ACTUAL COL 27
               FOREGROUND-COLOR YELLOW PIC X(20)
               FROM SUS-REFERENCIA.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 47
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-SUS-ACTUAL COL 48
               FOREGROUND-COLOR YELLOW PIC X(19)
               FROM SUS-ORDENANTE.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 67
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-SUS-ACTUAL COL 68
               FOREGROUND-COLOR YELLOW PIC Z(8)9
               FROM IMPORTE-FILA-ENT.
           05 FILLER LINE LINEA-SUS-ACTUAL COL 77
               FOREGROUND-COLOR YELLOW VALUE ",".
           05 FILLER LINE LINEA-SUS-ACTUAL COL 78
               FOREGROUND-COLOR YELLOW PIC 9(2)
               FROM IMPORTE-FILA-DEC.

       01 ACCEPT-REVISION.
           05 FILLER LINE 21 COL 15 VALUE
               "Numero de partida:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 21 COL 34 PIC 9(10) USING SUSPENSO-INTRO.
           05 FILLER LINE 22 COL 15 VALUE
               "Accion (1-Aplicar 2-Devolver):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 22 COL 46 PIC 9 USING CHOICE.

       01 FICHA-PARTIDA.
           05 FILLER LINE 8 COL 10 VALUE "Partida:".
           05 FILLER LINE 8 COL 35 PIC 9(10) FROM SUS-NUM.
           05 FILLER LINE 9 COL 10 VALUE "Origen:".
           05 FILLER LINE 9 COL 35 PIC X(25) FROM ORIGEN-TEXTO.
           05 FILLER LINE 10 COL 10 VALUE "Referencia:".
           05 FILLER LINE 10 COL 35 PIC X(35) FROM SUS-REFERENCIA.
           05 FILLER LINE 11 COL 10 VALUE "Ordenante:".
           05 FILLER LINE 11 COL 35 PIC X(30) FROM SUS-ORDENANTE.
           05 FILLER LINE 12 COL 10 VALUE "Destino recibido:".
           05 FILLER LINE 12 COL 35 PIC X(16) FROM SUS-DESTINO.
           05 FILLER LINE 13 COL 10 VALUE "Importe:".
           05 FILLER LINE 13 COL 35 PIC Z(8)9
               FROM IMPORTE-FILA-ENT.
           05 FILLER LINE 13 COL 44 VALUE ",".
           05 FILLER LINE 13 COL 45 PIC 9(2)
               FROM IMPORTE-FILA-DEC.
           05 FILLER LINE 14 COL 10 VALUE "Motivo:".
           05 FILLER LINE 14 COL 35 PIC X(30) FROM SUS-MOTIVO.

       01 TARJETA-ACCEPT.
           05 FILLER BLANK ZERO LINE 16 COL 35
               PIC 9(16) USING TARJETA-INTRO.

       01 IBAN-ACCEPT.
           05 FILLER UNDERLINE LINE 16 COL 35
               PIC X(34) USING IBAN-INTRO.


      * Partidas en suspenso: abonos recibidos que los procesos de
      * transferencias, nominas y devoluciones no han podido aplicar.
      * Un supervisor las busca por referencia, ordenante o importe y
      * las aplica a la tarjeta correcta con un abono normal, o las
      * devuelve a quien las ordeno.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Partidas en suspenso" LINE 2
               COLUMN 23 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Partidas en suspenso" LINE 2
               COLUMN 23 WITH FOREGROUND-COLOR IS BLUE.

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

       PBUSCAR.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           DISPLAY "Busqueda de partidas pendientes" LINE 6
               COLUMN 24.
           DISPLAY "Texto en referencia u ordenante:" LINE 10
               COLUMN 10.
           DISPLAY "Importe exacto:" LINE 12 COLUMN 10.
           DISPLAY "(en blanco, todas las partidas pendientes)"
               LINE 14 COLUMN 19.
           DISPLAY "Enter - Buscar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           MOVE SPACES TO TEXTO-BUSCADO.
           MOVE 0 TO IMPORTE-BUSCADO-ENT.
           MOVE 0 TO IMPORTE-BUSCADO-DEC.

           ACCEPT BUSQUEDA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PBUSCAR.

           IF IMPORTE-BUSCADO-DEC IS NOT NUMERIC
               MOVE 0 TO IMPORTE-BUSCADO-DEC.
           COMPUTE CENT-BUSCADO = (IMPORTE-BUSCADO-ENT * 100)
                                + IMPORTE-BUSCADO-DEC.
           MOVE FUNCTION UPPER-CASE(TEXTO-BUSCADO) TO TEXTO-BUSCADO.

      * Longitud util del texto buscado, sin los blancos finales.
           MOVE 20 TO LONG-TEXTO.

       MEDIR-TEXTO.
           IF LONG-TEXTO = 0
               GO TO PLISTAR-PARTIDAS.
           IF TEXTO-BUSCADO(LONG-TEXTO:1) NOT = SPACE
               GO TO PLISTAR-PARTIDAS.
           SUBTRACT 1 FROM LONG-TEXTO.
           GO TO MEDIR-TEXTO.

       PLISTAR-PARTIDAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Partidas en suspenso pendientes" LINE 6
               COLUMN 24.
           DISPLAY "PARTIDA" LINE 8 COLUMN 2.
           DISPLAY "|" LINE 8 COLUMN 13.
           DISPLAY "ORG" LINE 8 COLUMN 14.
           DISPLAY "|" LINE 8 COLUMN 17.
           DISPLAY "FECHA" LINE 8 COLUMN 18.
           DISPLAY "|" LINE 8 COLUMN 26.
           DISPLAY "REFERENCIA" LINE 8 COLUMN 27.
           DISPLAY "|" LINE 8 COLUMN 47.
           DISPLAY "ORDENANTE" LINE 8 COLUMN 48.
           DISPLAY "|" LINE 8 COLUMN 67.
           DISPLAY "IMPORTE" LINE 8 COLUMN 68.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           MOVE 0 TO SUS-EN-PANTALLA.
           MOVE 9 TO LINEA-SUS-ACTUAL.

           OPEN I-O F-SUSPENSO.
           IF FSSU <> 00 AND 05
               GO TO PSYS-ERR.

       LEER-PARTIDAS.
           READ F-SUSPENSO NEXT RECORD AT END
               GO TO CONTROL-LISTADO.

           PERFORM FILTRAR-PARTIDA THRU FILTRAR-PARTIDA-FIN.
           IF PARTIDA-VALIDA = 0
               GO TO LEER-PARTIDAS.

           ADD 1 TO SUS-EN-PANTALLA.
           PERFORM DESCRIBIR-PARTIDA THRU DESCRIBIR-PARTIDA-FIN.
           DISPLAY FILA-PARTIDA.
           ADD 1 TO LINEA-SUS-ACTUAL.

           IF SUS-EN-PANTALLA = 11
               GO TO CONTROL-LISTADO.

           GO TO LEER-PARTIDAS.

       CONTROL-LISTADO.
           IF SUS-EN-PANTALLA = 0
               CLOSE F-SUSPENSO
               GO TO NO-PARTIDAS.

       WAIT-ORDER.
           INITIALIZE SUSPENSO-INTRO.
           INITIALIZE CHOICE.

           ACCEPT ACCEPT-REVISION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSO
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO WAIT-ORDER.

           IF SUSPENSO-INTRO = 0 OR CHOICE < 1 OR CHOICE > 2
               DISPLAY "Indique partida y accion validas" LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO WAIT-ORDER.

           MOVE SUSPENSO-INTRO TO SUS-NUM.
           READ F-SUSPENSO INVALID KEY
               DISPLAY "Esa partida no existe          " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO WAIT-ORDER.

           IF SUS-ESTADO NOT = "P"
               DISPLAY "Esa partida ya esta resuelta   " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO WAIT-ORDER.

           PERFORM DESCRIBIR-PARTIDA THRU DESCRIBIR-PARTIDA-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY FICHA-PARTIDA.

           IF CHOICE = 2
               GO TO DEVOLVER-PARTIDA.

       APLICAR-PARTIDA.
           DISPLAY "Aplicar partida a una tarjeta" LINE 6 COLUMN 25.
           INITIALIZE TARJETA-INTRO.

       PEDIR-TARJETA-DESTINO.
           DISPLAY "Tarjeta a abonar:" LINE 16 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT TARJETA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSO
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-TARJETA-DESTINO.

           IF TARJETA-INTRO = 0
               GO TO PEDIR-TARJETA-DESTINO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-INTRO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta no existe" LINE 20 COLUMN 10
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO PEDIR-TARJETA-DESTINO.
           CLOSE TARJETAS.

           DISPLAY "                    " LINE 20 COLUMN 10.
           DISPLAY "Enter - Confirmar abono" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       APLICAR-PARTIDA-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSO
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO APLICAR-PARTIDA-ENTER.

           MOVE TARJETA-INTRO TO TARJETA-ABONO.
           MOVE SPACES TO CONCEPTO-ABONO.
           MOVE "INB" TO CANAL-ABONO.
           IF SUS-ORIGEN = "ICR"
               STRING "Transf. recibida " SUS-ORDENANTE(1:18)
                   DELIMITED BY SIZE INTO CONCEPTO-ABONO.
           IF SUS-ORIGEN = "NOM"
               MOVE "Abono de nomina" TO CONCEPTO-ABONO
               MOVE "NOM" TO CANAL-ABONO.
           IF SUS-ORIGEN = "RET"
               MOVE "Transf. devuelta" TO CONCEPTO-ABONO.

           PERFORM ABONAR-TARJETA THRU ABONAR-TARJETA-FIN.

           MOVE "A"             TO ESTADO-NUEVO.
           MOVE TARJETA-ABONO   TO SUS-TARJETA-APLICADA.
           MOVE LAST-MOV-NUM    TO SUS-MOV-NUM.
           MOVE "APLICAR SUSPENSO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING "TARJETA " TARJETA-ABONO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           GO TO CERRAR-PARTIDA.

      * La partida de una nomina vuelve a la tarjeta de la empresa
      * que la pago; las demas salen por la red al IBAN del ordenante.
       DEVOLVER-PARTIDA.
           DISPLAY "Devolver partida al ordenante" LINE 6 COLUMN 25.

           IF SUS-ORIGEN = "NOM" AND SUS-TARJETA-ORIGEN NOT = 0
               GO TO DEVOLVER-PAGADOR.

           MOVE SPACES TO IBAN-INTRO.

       PEDIR-IBAN.
           DISPLAY "IBAN del ordenante:" LINE 16 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT IBAN-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSO
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-IBAN.

           MOVE FUNCTION UPPER-CASE(IBAN-INTRO) TO IBAN-INTRO.
           IF IBAN-INTRO = SPACES
               GO TO PEDIR-IBAN.

           DISPLAY "Enter - Confirmar devolucion" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       DEVOLVER-IBAN-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSO
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO DEVOLVER-IBAN-ENTER.

           PERFORM ENVIAR-DEVOLUCION THRU ENVIAR-DEVOLUCION-FIN.

           MOVE "D"             TO ESTADO-NUEVO.
           MOVE LAST-INTERB-NUM TO SUS-INTERB-NUM.
           MOVE "DEVOLVER SUSPENSO" TO AUDIT-ACCION.
           MOVE IBAN-INTRO(1:20) TO AUDIT-DESPUES.
           GO TO CERRAR-PARTIDA.

       DEVOLVER-PAGADOR.
           DISPLAY "Se abonara a la tarjeta pagadora" LINE 16
               COLUMN 10.
           DISPLAY SUS-TARJETA-ORIGEN LINE 16 COLUMN 44.
           DISPLAY "Enter - Confirmar devolucion" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       DEVOLVER-PAGADOR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSO
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO DEVOLVER-PAGADOR-ENTER.

           MOVE SUS-TARJETA-ORIGEN TO TARJETA-ABONO.
           MOVE "Nomina devuelta" TO CONCEPTO-ABONO.
           MOVE "NOM" TO CANAL-ABONO.
           PERFORM ABONAR-TARJETA THRU ABONAR-TARJETA-FIN.

           MOVE "D"             TO ESTADO-NUEVO.
           MOVE TARJETA-ABONO   TO SUS-TARJETA-APLICADA.
           MOVE LAST-MOV-NUM    TO SUS-MOV-NUM.
           MOVE "DEVOLVER SUSPENSO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING "TARJETA " TARJETA-ABONO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.

      * Cierra la partida con la fecha contable y el operador que la
      * resuelve.
       CERRAR-PARTIDA.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING "PARTIDA " SUS-NUM
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING SUS-ESTADO " " SUS-ORIGEN " " SUS-IMPORTE-CENT
               DELIMITED BY SIZE INTO AUDIT-ANTES.

           COMPUTE FECHA-CIERRE-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE ESTADO-NUEVO          TO SUS-ESTADO.
           MOVE FECHA-CIERRE-AAAAMMDD TO SUS-FECHA-CIERRE.
           MOVE OPERADOR-ACTUAL       TO SUS-OPERADOR.
           REWRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-SUSPENSO.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ESTADO-NUEVO = "A"
               DISPLAY "Partida aplicada a la tarjeta" LINE 10
                   COLUMN 20
               DISPLAY TARJETA-ABONO LINE 10 COLUMN 50.
           IF ESTADO-NUEVO = "D" AND SUS-INTERB-NUM = 0
               DISPLAY "Partida devuelta a la tarjeta pagadora" LINE 10
                   COLUMN 12
               DISPLAY TARJETA-ABONO LINE 10 COLUMN 51.
           IF ESTADO-NUEVO = "D" AND SUS-INTERB-NUM NOT = 0
               DISPLAY "Devolucion al ordenante enviada a la red"
                   LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       NO-PARTIDAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay partidas pendientes que cumplan"
               LINE 10 COLUMN 21.
           DISPLAY "la busqueda" LINE 11 COLUMN 34.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Solo las partidas pendientes; con texto, el texto debe
      * aparecer en la referencia o en el ordenante; con importe, el
      * importe debe ser exacto.
       FILTRAR-PARTIDA.
           MOVE 0 TO PARTIDA-VALIDA.
           IF SUS-ESTADO NOT = "P"
               GO TO FILTRAR-PARTIDA-FIN.
           IF CENT-BUSCADO NOT = 0
              AND SUS-IMPORTE-CENT NOT = CENT-BUSCADO
               GO TO FILTRAR-PARTIDA-FIN.

           IF LONG-TEXTO = 0
               MOVE 1 TO PARTIDA-VALIDA
               GO TO FILTRAR-PARTIDA-FIN.

           MOVE FUNCTION UPPER-CASE(SUS-REFERENCIA) TO CAMPO-BUSQUEDA.
           PERFORM BUSCAR-TEXTO THRU BUSCAR-TEXTO-FIN.
           IF TEXTO-ENCONTRADO = 1
               MOVE 1 TO PARTIDA-VALIDA
               GO TO FILTRAR-PARTIDA-FIN.

           MOVE FUNCTION UPPER-CASE(SUS-ORDENANTE) TO CAMPO-BUSQUEDA.
           PERFORM BUSCAR-TEXTO THRU BUSCAR-TEXTO-FIN.
           IF TEXTO-ENCONTRADO = 1
               MOVE 1 TO PARTIDA-VALIDA.

       FILTRAR-PARTIDA-FIN.
           EXIT.

       BUSCAR-TEXTO.
           MOVE 0 TO TEXTO-ENCONTRADO.
           MOVE 1 TO POS-TEXTO.

       BUSCAR-TEXTO-POSICION.
           IF POS-TEXTO + LONG-TEXTO > 36
               GO TO BUSCAR-TEXTO-FIN.
           IF CAMPO-BUSQUEDA(POS-TEXTO:LONG-TEXTO) =
              TEXTO-BUSCADO(1:LONG-TEXTO)
               MOVE 1 TO TEXTO-ENCONTRADO
               GO TO BUSCAR-TEXTO-FIN.
           ADD 1 TO POS-TEXTO.
           GO TO BUSCAR-TEXTO-POSICION.

       BUSCAR-TEXTO-FIN.
           EXIT.

       DESCRIBIR-PARTIDA.
           COMPUTE IMPORTE-FILA-ENT = SUS-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(SUS-IMPORTE-CENT, 100)
               TO IMPORTE-FILA-DEC.
           MOVE SUS-ORIGEN TO ORIGEN-TEXTO.
           IF SUS-ORIGEN = "ICR"
               MOVE "Transferencia recibida" TO ORIGEN-TEXTO.
           IF SUS-ORIGEN = "NOM"
               MOVE "Orden de nominas" TO ORIGEN-TEXTO.
           IF SUS-ORIGEN = "RET"
               MOVE "Devolucion de la red" TO ORIGEN-TEXTO.

       DESCRIBIR-PARTIDA-FIN.
           EXIT.

      * Abono normal en la tarjeta, por el importe de la partida.
       ABONAR-TARJETA.
           MOVE TARJETA-ABONO TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.
           ADD SUS-IMPORTE-CENT TO CENT-SALDO-ACTUAL.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TARJETA-ABONO         TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = SUS-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(SUS-IMPORTE-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE CONCEPTO-ABONO        TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE CANAL-ABONO           TO MOV-CANAL.
           MOVE "TRF"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ABONAR-TARJETA-FIN.
           EXIT.

      * Transferencia de salida sin tarjeta de cargo: el dinero ya
      * esta en la entidad, en la propia partida.
       ENVIAR-DEVOLUCION.
           OPEN I-O F-INTERBANCARIAS.
           IF FSB = 35
               CLOSE F-INTERBANCARIAS
               OPEN OUTPUT F-INTERBANCARIAS
               CLOSE F-INTERBANCARIAS
               OPEN I-O F-INTERBANCARIAS.
           IF FSB <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-INTERB-NUM.

       LEER-INTERB-MAX.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               GO TO ESCRIBIR-INTERB-REG.
           IF INTERB-NUM > LAST-INTERB-NUM
               MOVE INTERB-NUM TO LAST-INTERB-NUM.
           GO TO LEER-INTERB-MAX.

       ESCRIBIR-INTERB-REG.
           ADD 1 TO LAST-INTERB-NUM.
           MOVE LAST-INTERB-NUM     TO INTERB-NUM.
           MOVE 0                   TO INTERB-TARJETA.
           MOVE ANO                 TO INTERB-ANO.
           MOVE MES                 TO INTERB-MES.
           MOVE DIA                 TO INTERB-DIA.
           MOVE HORAS               TO INTERB-HOR.
           MOVE MINUTOS             TO INTERB-MIN.
           MOVE SEGUNDOS            TO INTERB-SEG.
           MOVE IBAN-INTRO          TO INTERB-IBAN-DESTINO.
           MOVE SUS-ORDENANTE       TO INTERB-BENEFICIARIO.
           COMPUTE INTERB-IMPORTE-ENT = SUS-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(SUS-IMPORTE-CENT, 100)
               TO INTERB-IMPORTE-DEC.
           MOVE "EUR"               TO INTERB-MONEDA.
           MOVE "P"                 TO INTERB-ESTADO.
           MOVE SPACES              TO INTERB-MOTIVO-DEV.
           MOVE INTERB-IMPORTE-ENT  TO INTERB-EUR-ENT.
           MOVE INTERB-IMPORTE-DEC  TO INTERB-EUR-DEC.
           MOVE 10000               TO INTERB-TASA-APLICADA.

           WRITE INTERBANCARIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-INTERBANCARIAS.

       ENVIAR-DEVOLUCION-FIN.
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
           MOVE "BANK58" TO AUD-PROGRAMA.
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
           MOVE "BANK58"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSSU=" FSSU " " "FST=" FST " " "FSM=" FSM " "
               "FSK=" FSK " " "FSB=" FSB
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-INTRO TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-SUSPENSO.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CONTADORES.
           CLOSE F-INTERBANCARIAS.
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

       NIVEL-INSUFICIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta operacion requiere un operador" LINE 9
               COLUMN 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "con nivel de supervisor" LINE 10 COLUMN 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       NIVEL-INSUFICIENTE-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               STOP RUN
           ELSE
               GO TO NIVEL-INSUFICIENTE-ENTER.

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
