       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK65.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL F-TASAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TASA-MONEDA
           FILE STATUS IS FSX.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-STOCKDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-CLAVE
           FILE STATUS IS FSDS.

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

       FD F-TASAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tasascambio.ubd".
       01 TASA-REG.
           02 TASA-MONEDA           PIC  X(3).
           02 TASA-CAMBIO-ENT       PIC  9(5).
           02 TASA-CAMBIO-DEC       PIC  9(4).
           02 TASA-FECHA            PIC  9(8).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

      * Existencias de billetes extranjeros por sucursal (BANKDST).
       FD F-STOCKDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisasstock.ubd".
       01 STOCKDIV-REG.
           02 DST-CLAVE.
               03 DST-SUCURSAL      PIC  9(4).
               03 DST-MONEDA        PIC  X(3).
           02 DST-DIV-CENT          PIC S9(11).
           02 DST-FECHA-ULT         PIC  9(8).

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
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSDS                     PIC  X(2).
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
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 SUCURSAL-ACTUAL          PIC  9(4).
       77 SUCURSAL-NOMBRE          PIC X(30).
       77 SUCURSAL-INTRO           PIC  9(4).
       77 DESTINO-INTRO            PIC  9(4).
       77 TNUM-INTRO               PIC  9(16).
       77 CTAID-INTRO              PIC  9(16).
       77 MONEDA-INTRO             PIC  X(3).
       77 UNIDADES-INTRO           PIC  9(7).
       77 REFERENCIA-INTRO         PIC X(20).

      * Contravalor de la recompra: la divisa al cambio del dia,
      * menos el margen de compra en puntos basicos (parametro
      * DIVRECBP).
       78 DIVREC-DEFECTO           VALUE 300.
       77 MARGEN-BP                PIC  9(4).
       77 DIV-CENT                 PIC S9(11).
       77 TASA-ESCALADA            PIC  9(9).
       77 PROD-CONVERSION          PIC S9(18).
       77 EUR-CENT                 PIC S9(11).
       77 MARGEN-CENT              PIC S9(11).
       77 ABONO-EUR-CENT           PIC S9(11).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CENT-SALDO-ACTUAL        PIC S9(11).

      * Tarjeta a la que se abona la recompra.  TARJ-RESULTADO: O
      * localizada, N no existe, X cuenta cerrada, R tarjeta de
      * credito, B tarjeta cancelada.
       77 TARJETA-OPERACION        PIC  9(16).
       77 TARJ-RESULTADO           PIC  X(1).
       77 ESTADO-TARJETA           PIC  X(1).
       77 NOMBRE-TITULAR           PIC X(30).

      * Lista de existencias de la sucursal.
       77 MONEDAS-EN-PANTALLA      PIC  9(2).
       77 LINEA-DIV-ACTUAL         PIC  9(2).
       77 IMPORTE-DIV              PIC S9(9)V99.
       77 IMPORTE-DIV-EDIT         PIC -(9)9.99.

       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

       01 DATOS-STOCKDIV.
           02 STKC-MODO             PIC  X(1).
           02 STKC-TIPO             PIC  X(1).
           02 STKC-SUCURSAL         PIC  9(4).
           02 STKC-MONEDA           PIC  X(3).
           02 STKC-DIV-CENT         PIC S9(11).
           02 STKC-OPERADOR         PIC  9(4).
           02 STKC-REFERENCIA       PIC X(20).
           02 STKC-FECHA            PIC  9(8).
           02 STKC-RESULTADO        PIC  X(1).
           02 STKC-EXISTENCIAS-CENT PIC S9(11).

       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).
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

       01 SUCURSAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 8 COL 45
               PIC 9(4) USING SUCURSAL-INTRO.

       01 RECOMPRA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 7 COL 40
               PIC 9(16) USING TNUM-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER AUTO UNDERLINE LINE 10 COL 40
               PIC X(3) USING MONEDA-INTRO.
           05 FILLER BLANK ZERO UNDERLINE LINE 11 COL 40
               PIC 9(7) USING UNIDADES-INTRO.

       01 SUMINISTRO-ACCEPT.
           05 FILLER AUTO UNDERLINE LINE 8 COL 40
               PIC X(3) USING MONEDA-INTRO.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 9 COL 40
               PIC 9(7) USING UNIDADES-INTRO.
           05 FILLER UNDERLINE LINE 10 COL 40
               PIC X(20) USING REFERENCIA-INTRO.

       01 TRASPASO-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE LINE 8 COL 40
               PIC 9(4) USING DESTINO-INTRO.
           05 FILLER AUTO UNDERLINE LINE 9 COL 40
               PIC X(3) USING MONEDA-INTRO.
           05 FILLER BLANK ZERO UNDERLINE LINE 10 COL 40
               PIC 9(7) USING UNIDADES-INTRO.

       01 FILA-DIVISA.
           05 FILLER LINE LINEA-DIV-ACTUAL COL 20
               FOREGROUND-COLOR YELLOW PIC X(3) FROM DST-MONEDA.
           05 FILLER LINE LINEA-DIV-ACTUAL COL 25
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-DIV-ACTUAL COL 27
               FOREGROUND-COLOR YELLOW PIC X(13)
               FROM IMPORTE-DIV-EDIT.
           05 FILLER LINE LINEA-DIV-ACTUAL COL 41
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-DIV-ACTUAL COL 43
               FOREGROUND-COLOR YELLOW PIC 9(8) FROM DST-FECHA-ULT.


      * Divisas en sucursal: recompra a los clientes de los billetes
      * extranjeros que les sobran, abonando el contravalor en euros
      * en su tarjeta, y consulta de las existencias de billetes de
      * la sucursal.  El supervisor anota los suministros recibidos
      * y los traspasos a otra sucursal.  Las entregas de pedidos
      * (BANK35) descuentan las existencias.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Divisas en sucursal" LINE 2
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
               GO TO PEDIR-SUCURSAL.

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
           GO TO PEDIR-SUCURSAL.

       SIGNON-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO SIGNON-OPERADOR.

      * La sucursal propone la oficina a la que esta adscrito el
      * operador; tiene que ser una oficina abierta del maestro.
       PEDIR-SUCURSAL.
           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Divisas en sucursal" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.
           MOVE "C"             TO OFIC-MODO.
           MOVE "O"             TO OFIC-TIPO.
           MOVE OPERADOR-ACTUAL TO OFIC-ID.
           CALL "BANKOFI" USING DATOS-OFICINA.
           MOVE OFIC-OFICINA TO SUCURSAL-INTRO.

       PEDIR-SUCURSAL-ACCEPT.
           DISPLAY "Sucursal:" LINE 8 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT SUCURSAL-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PEDIR-SUCURSAL-ACCEPT.

           MOVE "V"            TO OFIC-MODO.
           MOVE SUCURSAL-INTRO TO OFIC-OFICINA.
           CALL "BANKOFI" USING DATOS-OFICINA.
           IF OFIC-RESULTADO = "B"
               DISPLAY "Esa oficina esta cerrada" LINE 10 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-SUCURSAL-ACCEPT.
           IF OFIC-RESULTADO NOT = "O"
               DISPLAY "Esa oficina no existe   " LINE 10 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-SUCURSAL-ACCEPT.

           MOVE SUCURSAL-INTRO TO SUCURSAL-ACTUAL.
           MOVE OFIC-NOMBRE    TO SUCURSAL-NOMBRE.

       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Divisas en sucursal" LINE 2
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
           DISPLAY SUCURSAL-ACTUAL LINE 3 COLUMN 20.
           DISPLAY SUCURSAL-NOMBRE LINE 3 COLUMN 25.

       PMENU.
           DISPLAY "1 - Recompra de billetes a un cliente" LINE 8
               COLUMN 20.
           DISPLAY "2 - Existencias de la sucursal" LINE 9 COLUMN 20.
           DISPLAY "3 - Entrada de suministro (supervisor)" LINE 10
               COLUMN 20.
           DISPLAY "4 - Traspaso a otra sucursal (supervisor)"
               LINE 11 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO RECOMPRA-DIVISAS.
           IF CHOICE = 2
               GO TO LISTAR-EXISTENCIAS.
           IF CHOICE = 3
               IF OPERADOR-NIVEL < 2
                   GO TO NIVEL-INSUFICIENTE
               ELSE
                   GO TO SUMINISTRO-DIVISAS.
           IF CHOICE = 4
               IF OPERADOR-NIVEL < 2
                   GO TO NIVEL-INSUFICIENTE
               ELSE
                   GO TO TRASPASO-DIVISAS.
           GO TO PMENUA1.

      * ------- Recompra -------
       RECOMPRA-DIVISAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Recompra de billetes extranjeros" LINE 5
               COLUMN 24.

           INITIALIZE TNUM-INTRO.
           INITIALIZE CTAID-INTRO.
           INITIALIZE MONEDA-INTRO.
           INITIALIZE UNIDADES-INTRO.
           DISPLAY "Tarjeta:" LINE 7 COLUMN 20.
           DISPLAY "o cuenta:" LINE 8 COLUMN 20.
           DISPLAY "Moneda (USD, GBP...):" LINE 10 COLUMN 15.
           DISPLAY "Importe en billetes:" LINE 11 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT RECOMPRA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO RECOMPRA-DIVISAS.

           MOVE FUNCTION UPPER-CASE(MONEDA-INTRO) TO MONEDA-INTRO.
           IF MONEDA-INTRO = SPACES OR MONEDA-INTRO = "EUR"
               DISPLAY "Indique una moneda extranjera" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO RECOMPRA-REINTENTO.
           IF UNIDADES-INTRO = 0
               DISPLAY "Indique el importe en billetes" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO RECOMPRA-REINTENTO.

           PERFORM BUSCAR-TASA THRU BUSCAR-TASA-FIN.
           IF TASA-ESCALADA = 0
               DISPLAY "Moneda sin tasa de cambio" LINE 19
                   COLUMN 27 WITH BACKGROUND-COLOR RED
               GO TO RECOMPRA-REINTENTO.

           PERFORM LOCALIZAR-TARJETA THRU LOCALIZAR-TARJETA-FIN.
           IF TARJ-RESULTADO NOT = "O"
               PERFORM AVISO-TARJETA THRU AVISO-TARJETA-FIN
               GO TO RECOMPRA-REINTENTO.

      * Contravalor al cambio del dia menos el margen de compra.
           COMPUTE DIV-CENT = UNIDADES-INTRO * 100.
           COMPUTE PROD-CONVERSION = DIV-CENT * 10000.
           COMPUTE EUR-CENT = PROD-CONVERSION / TASA-ESCALADA.
           PERFORM LEER-MARGEN THRU LEER-MARGEN-FIN.
           COMPUTE PROD-CONVERSION = EUR-CENT * MARGEN-BP.
           COMPUTE MARGEN-CENT = PROD-CONVERSION / 10000.
           COMPUTE ABONO-EUR-CENT = EUR-CENT - MARGEN-CENT.
           IF ABONO-EUR-CENT <= 0
               DISPLAY "Importe demasiado pequeno" LINE 19
                   COLUMN 27 WITH BACKGROUND-COLOR RED
               GO TO RECOMPRA-REINTENTO.

           DISPLAY "Titular:" LINE 14 COLUMN 15.
           DISPLAY NOMBRE-TITULAR LINE 14 COLUMN 40.
           DISPLAY "Contravalor (cent.):" LINE 15 COLUMN 15.
           DISPLAY EUR-CENT LINE 15 COLUMN 40.
           DISPLAY "Margen de compra (cent.):" LINE 16 COLUMN 15.
           DISPLAY MARGEN-CENT LINE 16 COLUMN 40.
           DISPLAY "Abono en euros (cent.):" LINE 17 COLUMN 15.
           DISPLAY ABONO-EUR-CENT LINE 17 COLUMN 40.
           DISPLAY "Enter - Confirmar recompra" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-RECOMPRA.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-RECOMPRA.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-RECOMPRA.

           MOVE TARJETA-OPERACION TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ACTUAL
           ELSE
               MOVE 0 TO CENT-SALDO-ACTUAL.
           ADD ABONO-EUR-CENT TO CENT-SALDO-ACTUAL.

           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-FIN.

      * Los billetes recomprados entran en las existencias.
           MOVE "E"                TO STKC-MODO.
           MOVE "R"                TO STKC-TIPO.
           MOVE SUCURSAL-ACTUAL    TO STKC-SUCURSAL.
           MOVE MONEDA-INTRO       TO STKC-MONEDA.
           MOVE DIV-CENT           TO STKC-DIV-CENT.
           MOVE OPERADOR-ACTUAL    TO STKC-OPERADOR.
           MOVE SPACES             TO STKC-REFERENCIA.
           STRING "T" TARJETA-OPERACION
               DELIMITED BY SIZE INTO STKC-REFERENCIA.
           MOVE FECHA-HOY-AAAAMMDD TO STKC-FECHA.
           CALL "BANKDST" USING DATOS-STOCKDIV.
           IF STKC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE "RECOMPRA DIVISAS" TO AUDIT-ACCION.
           MOVE SPACES             TO AUDIT-CLAVE.
           STRING SUCURSAL-ACTUAL " " MONEDA-INTRO " "
               TARJETA-OPERACION
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE DIV-CENT           TO AUDIT-ANTES.
           MOVE ABONO-EUR-CENT     TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Recompra de billetes extranjeros" LINE 5
               COLUMN 24.
           DISPLAY "Abono anotado en la tarjeta" LINE 10 COLUMN 20.
           DISPLAY TARJETA-OPERACION LINE 10 COLUMN 50.
           DISPLAY "Saldo resultante (cent.):" LINE 12 COLUMN 20.
           DISPLAY CENT-SALDO-ACTUAL LINE 12 COLUMN 50.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       RECOMPRA-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO RECOMPRA-DIVISAS.
           GO TO RECOMPRA-DIVISAS.

      * ------- Existencias -------
       LISTAR-EXISTENCIAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Existencias de billetes extranjeros" LINE 5
               COLUMN 23.
           DISPLAY "MONEDA" LINE 7 COLUMN 19.
           DISPLAY "|" LINE 7 COLUMN 25.
           DISPLAY "EXISTENCIAS" LINE 7 COLUMN 29.
           DISPLAY "|" LINE 7 COLUMN 41.
           DISPLAY "ULT. MOV." LINE 7 COLUMN 43.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

           MOVE 0 TO MONEDAS-EN-PANTALLA.
           MOVE 8 TO LINEA-DIV-ACTUAL.

           OPEN INPUT F-STOCKDIV.
           IF FSDS <> 00
               CLOSE F-STOCKDIV
               GO TO EXISTENCIAS-LISTADAS.

           MOVE SUCURSAL-ACTUAL TO DST-SUCURSAL.
           MOVE LOW-VALUES      TO DST-MONEDA.
           START F-STOCKDIV KEY IS >= DST-CLAVE INVALID KEY
               CLOSE F-STOCKDIV
               GO TO EXISTENCIAS-LISTADAS.

       LEER-EXISTENCIA.
           READ F-STOCKDIV NEXT RECORD AT END
               CLOSE F-STOCKDIV
               GO TO EXISTENCIAS-LISTADAS.
           IF DST-SUCURSAL NOT = SUCURSAL-ACTUAL
               CLOSE F-STOCKDIV
               GO TO EXISTENCIAS-LISTADAS.

           COMPUTE IMPORTE-DIV = DST-DIV-CENT / 100.
           MOVE IMPORTE-DIV TO IMPORTE-DIV-EDIT.
           DISPLAY FILA-DIVISA.
           ADD 1 TO LINEA-DIV-ACTUAL.
           ADD 1 TO MONEDAS-EN-PANTALLA.
           IF MONEDAS-EN-PANTALLA = 14
               CLOSE F-STOCKDIV
               GO TO EXISTENCIAS-LISTADAS.
           GO TO LEER-EXISTENCIA.

       EXISTENCIAS-LISTADAS.
           IF MONEDAS-EN-PANTALLA = 0
               DISPLAY "La sucursal no tiene billetes extranjeros"
                   LINE 12 COLUMN 20.
           GO TO EXIT-ENTER.

      * ------- Suministro -------
       SUMINISTRO-DIVISAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entrada de suministro de divisas" LINE 5
               COLUMN 24.

           INITIALIZE MONEDA-INTRO.
           INITIALIZE UNIDADES-INTRO.
           INITIALIZE REFERENCIA-INTRO.
           DISPLAY "Moneda (USD, GBP...):" LINE 8 COLUMN 15.
           DISPLAY "Importe en billetes:" LINE 9 COLUMN 15.
           DISPLAY "Albaran de entrega:" LINE 10 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT SUMINISTRO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO SUMINISTRO-DIVISAS.

           MOVE FUNCTION UPPER-CASE(MONEDA-INTRO) TO MONEDA-INTRO.
           IF MONEDA-INTRO = SPACES OR MONEDA-INTRO = "EUR"
               DISPLAY "Indique una moneda extranjera" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO SUMINISTRO-REINTENTO.
           IF UNIDADES-INTRO = 0
               DISPLAY "Indique el importe en billetes" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO SUMINISTRO-REINTENTO.
           IF REFERENCIA-INTRO = SPACES
               DISPLAY "Indique el albaran de entrega" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO SUMINISTRO-REINTENTO.

           MOVE "E"                TO STKC-MODO.
           MOVE "S"                TO STKC-TIPO.
           MOVE SUCURSAL-ACTUAL    TO STKC-SUCURSAL.
           MOVE MONEDA-INTRO       TO STKC-MONEDA.
           COMPUTE STKC-DIV-CENT = UNIDADES-INTRO * 100.
           MOVE OPERADOR-ACTUAL    TO STKC-OPERADOR.
           MOVE REFERENCIA-INTRO   TO STKC-REFERENCIA.
           MOVE FECHA-HOY-AAAAMMDD TO STKC-FECHA.
           CALL "BANKDST" USING DATOS-STOCKDIV.
           IF STKC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE "SUMINISTRO DIVISAS" TO AUDIT-ACCION.
           MOVE SPACES               TO AUDIT-CLAVE.
           STRING SUCURSAL-ACTUAL " " MONEDA-INTRO " "
               REFERENCIA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES               TO AUDIT-ANTES.
           MOVE STKC-DIV-CENT        TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entrada de suministro de divisas" LINE 5
               COLUMN 24.
           DISPLAY "Suministro anotado.  Existencias (cent.):"
               LINE 10 COLUMN 15.
           DISPLAY STKC-EXISTENCIAS-CENT LINE 10 COLUMN 57.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       SUMINISTRO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO SUMINISTRO-DIVISAS.
           GO TO SUMINISTRO-DIVISAS.

      * ------- Traspaso -------
      * Salen de esta sucursal y entran en la de destino; el informe
      * semanal de existencias propone los traspasos.
       TRASPASO-DIVISAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traspaso de divisas a otra sucursal" LINE 5
               COLUMN 23.

           INITIALIZE DESTINO-INTRO.
           INITIALIZE MONEDA-INTRO.
           INITIALIZE UNIDADES-INTRO.
           DISPLAY "Sucursal de destino:" LINE 8 COLUMN 15.
           DISPLAY "Moneda (USD, GBP...):" LINE 9 COLUMN 15.
           DISPLAY "Importe en billetes:" LINE 10 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT TRASPASO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO TRASPASO-DIVISAS.

           MOVE FUNCTION UPPER-CASE(MONEDA-INTRO) TO MONEDA-INTRO.
           IF DESTINO-INTRO = SUCURSAL-ACTUAL
               DISPLAY "El destino es esta misma sucursal" LINE 19
                   COLUMN 23 WITH BACKGROUND-COLOR RED
               GO TO TRASPASO-REINTENTO.

           MOVE "V"           TO OFIC-MODO.
           MOVE DESTINO-INTRO TO OFIC-OFICINA.
           CALL "BANKOFI" USING DATOS-OFICINA.
           IF OFIC-RESULTADO NOT = "O"
               DISPLAY "La sucursal de destino no existe o esta"
                   LINE 19 COLUMN 20 WITH BACKGROUND-COLOR RED
               DISPLAY "cerrada" LINE 20 COLUMN 36
                   WITH BACKGROUND-COLOR RED
               GO TO TRASPASO-REINTENTO.

           IF MONEDA-INTRO = SPACES OR MONEDA-INTRO = "EUR"
               DISPLAY "Indique una moneda extranjera" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO TRASPASO-REINTENTO.
           IF UNIDADES-INTRO = 0
               DISPLAY "Indique el importe en billetes" LINE 19
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO TRASPASO-REINTENTO.

           MOVE "S"                TO STKC-MODO.
           MOVE "T"                TO STKC-TIPO.
           MOVE SUCURSAL-ACTUAL    TO STKC-SUCURSAL.
           MOVE MONEDA-INTRO       TO STKC-MONEDA.
           COMPUTE STKC-DIV-CENT = UNIDADES-INTRO * 100.
           MOVE OPERADOR-ACTUAL    TO STKC-OPERADOR.
           MOVE SPACES             TO STKC-REFERENCIA.
           STRING "A sucursal " DESTINO-INTRO
               DELIMITED BY SIZE INTO STKC-REFERENCIA.
           MOVE FECHA-HOY-AAAAMMDD TO STKC-FECHA.
           CALL "BANKDST" USING DATOS-STOCKDIV.
           IF STKC-RESULTADO = "I"
               DISPLAY "Sin existencias bastantes de esa divisa"
                   LINE 19 COLUMN 21 WITH BACKGROUND-COLOR RED
               GO TO TRASPASO-REINTENTO.
           IF STKC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE "E"                TO STKC-MODO.
           MOVE DESTINO-INTRO      TO STKC-SUCURSAL.
           MOVE SPACES             TO STKC-REFERENCIA.
           STRING "De sucursal " SUCURSAL-ACTUAL
               DELIMITED BY SIZE INTO STKC-REFERENCIA.
           CALL "BANKDST" USING DATOS-STOCKDIV.
           IF STKC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE "TRASPASO DIVISAS" TO AUDIT-ACCION.
           MOVE SPACES             TO AUDIT-CLAVE.
           STRING SUCURSAL-ACTUAL " " DESTINO-INTRO " " MONEDA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES             TO AUDIT-ANTES.
           MOVE STKC-DIV-CENT      TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traspaso de divisas a otra sucursal" LINE 5
               COLUMN 23.
           DISPLAY "Traspaso anotado en las dos sucursales" LINE 10
               COLUMN 21.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       TRASPASO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO TRASPASO-DIVISAS.
           GO TO TRASPASO-DIVISAS.

      * Tarjeta sobre la que se anota la operacion.  Con numero de
      * cuenta se toma la primera tarjeta de titular de la cuenta
      * que no sea de credito ni este cancelada.
       LOCALIZAR-TARJETA.
           MOVE "N" TO TARJ-RESULTADO.
           MOVE 0   TO TARJETA-OPERACION.
           MOVE SPACES TO NOMBRE-TITULAR.
           MOVE SPACE  TO ESTADO-TARJETA.

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

       BUSCAR-TASA.
           MOVE 0 TO TASA-ESCALADA.

           OPEN INPUT F-TASAS.
           IF FSX <> 00
               CLOSE F-TASAS
               GO TO BUSCAR-TASA-FIN.

           MOVE MONEDA-INTRO TO TASA-MONEDA.
           READ F-TASAS INVALID KEY
               CLOSE F-TASAS
               GO TO BUSCAR-TASA-FIN.

           COMPUTE TASA-ESCALADA = (TASA-CAMBIO-ENT * 10000)
                                  + TASA-CAMBIO-DEC.
           CLOSE F-TASAS.

       BUSCAR-TASA-FIN.
           EXIT.

       LEER-MARGEN.
           MOVE DIVREC-DEFECTO TO MARGEN-BP.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-MARGEN-FIN.

           MOVE "DIVRECBP" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-MARGEN-FIN.

           MOVE PAR-VALOR TO MARGEN-BP.
           CLOSE F-PARAMETROS.

       LEER-MARGEN-FIN.
           EXIT.

      * Abono de la recompra por ventanilla.  El terminal lleva el
      * operador que atiende.
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
           COMPUTE MOV-IMPORTE-ENT = ABONO-EUR-CENT / 100.
           MOVE FUNCTION MOD(ABONO-EUR-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES                TO MOV-CONCEPTO.
           STRING "Recompra divisas " MONEDA-INTRO " "
               UNIDADES-INTRO DELIMITED BY SIZE INTO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ACTUAL / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ACTUAL, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE OPERADOR-ACTUAL       TO MOV-TERMINAL.
           MOVE "VEN"                 TO MOV-CANAL.
           MOVE "DIV"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ANOTAR-MOVIMIENTO-FIN.
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
           MOVE "BANK65" TO AUD-PROGRAMA.
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
           MOVE "BANK65"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSM=" FSM " " "FSK=" FSK " " "FST=" FST " "
               "STK=" STKC-RESULTADO
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-OPERACION TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
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
