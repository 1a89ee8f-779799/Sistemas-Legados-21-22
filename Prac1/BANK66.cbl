       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK66.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ONGS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ONG-NUM
           FILE STATUS IS FSON.

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
      * Maestro de ONG que pueden recibir donativos en el cajero.
      * Lo recaudado se les transfiere cada semana al IBAN de abono.
      * ONG-PENDIENTE-CENT arrastra lo que no se pudo liquidar
      * (liquidacion devuelta).  Estado A activa, B de baja (no
      * admite donativos nuevos).
       FD F-ONGS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ongs.ubd".
       01 ONG-REG.
           02 ONG-NUM               PIC  9(4).
           02 ONG-NOMBRE            PIC X(30).
           02 ONG-CIF               PIC  X(9).
           02 ONG-IBAN              PIC X(34).
           02 ONG-ESTADO            PIC  X(1).
           02 ONG-PENDIENTE-CENT    PIC S9(11).
           02 ONG-FECHA-LIQ         PIC  9(8).

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
       77 FSON                     PIC  X(2).
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
       77 ONG-INTRO                PIC  9(4).
       77 NOMBRE-INTRO             PIC X(30).
       77 CIF-INTRO                PIC  X(9).
       77 IBAN-INTRO               PIC X(34).
       77 ESTADO-INTRO             PIC  X(1).

       77 ONG-EXISTENTE            PIC  9(1).
       77 PENDIENTE-ENT            PIC S9(9).
       77 PENDIENTE-DEC            PIC  9(2).

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

       01 ONG-NUM-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 40
               PIC 9(4) USING ONG-INTRO.

       01 ONG-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(30) USING NOMBRE-INTRO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(9) USING CIF-INTRO.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(34) USING IBAN-INTRO.
           05 FILLER LINE 13 COL 40
               PIC X(1) USING ESTADO-INTRO.

       01 FICHA-ONG.
           05 FILLER LINE 10 COL 10 VALUE "Nombre:".
           05 FILLER LINE 10 COL 40 PIC X(30) FROM ONG-NOMBRE.
           05 FILLER LINE 11 COL 10 VALUE "CIF:".
           05 FILLER LINE 11 COL 40 PIC X(9) FROM ONG-CIF.
           05 FILLER LINE 12 COL 10 VALUE "IBAN de abono:".
           05 FILLER LINE 12 COL 40 PIC X(34) FROM ONG-IBAN.
           05 FILLER LINE 13 COL 10 VALUE "Estado (A/B):".
           05 FILLER LINE 13 COL 40 PIC X(1) FROM ONG-ESTADO.
           05 FILLER LINE 15 COL 10 VALUE "Pendiente de liquidar:".
           05 FILLER SIGN IS LEADING SEPARATE LINE 15 COL 40
               PIC S9(9) FROM PENDIENTE-ENT.
           05 FILLER LINE 15 COL 50 VALUE ".".
           05 FILLER LINE 15 COL 51 PIC 99 FROM PENDIENTE-DEC.
           05 FILLER LINE 15 COL 54 VALUE "EUR".
           05 FILLER LINE 16 COL 10 VALUE "Ultima liquidacion:".
           05 FILLER LINE 16 COL 40 PIC 9(8) FROM ONG-FECHA-LIQ.


      * ONG que reciben donativos en el cajero (BANK67).  BATCHDON
      * les transfiere lo recaudado cada semana al IBAN de abono y
      * BATCHCDO usa el CIF en los certificados y en la declaracion
      * informativa anual.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - ONG de donativos" LINE 2
               COLUMN 26 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - ONG de donativos" LINE 2
               COLUMN 26 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta o modificacion de ONG" LINE 8
               COLUMN 20.
           DISPLAY "2 - Consultar una ONG" LINE 9 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-ONG.
           IF CHOICE = 2
               GO TO CONSULTA-ONG.
           GO TO PMENUA1.

      * El IBAN de abono decide a donde va el dinero donado, por lo
      * que el maestro solo lo mantiene un supervisor.
       ALTA-ONG.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de ONG" LINE 6
               COLUMN 27.
           INITIALIZE ONG-INTRO.
           DISPLAY "Numero de ONG:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ONG-NUM-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-ONG.

           IF ONG-INTRO = 0
               GO TO ALTA-ONG.

           MOVE SPACES TO NOMBRE-INTRO.
           MOVE SPACES TO CIF-INTRO.
           MOVE SPACES TO IBAN-INTRO.
           MOVE "A" TO ESTADO-INTRO.

           MOVE 0 TO ONG-EXISTENTE.
           PERFORM ABRIR-ONGS THRU ABRIR-ONGS-FIN.
           MOVE ONG-INTRO TO ONG-NUM.
           READ F-ONGS INVALID KEY
               GO TO PANTALLA-ONG.

           MOVE 1 TO ONG-EXISTENTE.
           MOVE ONG-NOMBRE        TO NOMBRE-INTRO.
           MOVE ONG-CIF           TO CIF-INTRO.
           MOVE ONG-IBAN          TO IBAN-INTRO.
           MOVE ONG-ESTADO        TO ESTADO-INTRO.

       PANTALLA-ONG.
           DISPLAY "Nombre:" LINE 10 COLUMN 10.
           DISPLAY "CIF:" LINE 11 COLUMN 10.
           DISPLAY "IBAN de abono:" LINE 12 COLUMN 10.
           DISPLAY "Estado (A/B):" LINE 13 COLUMN 10.

           ACCEPT ONG-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-ONGS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-ONG.

           MOVE FUNCTION UPPER-CASE(CIF-INTRO) TO CIF-INTRO.
           MOVE FUNCTION UPPER-CASE(IBAN-INTRO) TO IBAN-INTRO.
           MOVE FUNCTION UPPER-CASE(ESTADO-INTRO) TO ESTADO-INTRO.

           IF NOMBRE-INTRO = SPACES
               DISPLAY "Indique el nombre de la ONG" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ONG.
      * El CIF de una entidad empieza por la letra de su forma
      * juridica (G para asociaciones y fundaciones) seguida de
      * siete digitos.
           IF CIF-INTRO(1:1) IS NOT ALPHABETIC
              OR CIF-INTRO(1:1) = SPACE
              OR CIF-INTRO(2:7) IS NOT NUMERIC
              OR CIF-INTRO(9:1) = SPACE
               DISPLAY "Indique un CIF valido!!" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ONG.
      * El IBAN empieza por el pais en letras y dos digitos de
      * control.
           IF IBAN-INTRO(1:2) IS NOT ALPHABETIC
              OR IBAN-INTRO(1:1) = SPACE
              OR IBAN-INTRO(2:1) = SPACE
              OR IBAN-INTRO(3:2) IS NOT NUMERIC
              OR IBAN-INTRO(5:1) = SPACE
               DISPLAY "Indique un IBAN valido!!" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ONG.
           IF ESTADO-INTRO NOT = "A" AND NOT = "B"
               DISPLAY "Revise las opciones indicadas" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ONG.

           MOVE SPACES TO AUDIT-ANTES.
           IF ONG-EXISTENTE = 1
               STRING ONG-ESTADO " " ONG-IBAN(1:18)
                   DELIMITED BY SIZE INTO AUDIT-ANTES
           ELSE
               MOVE 0 TO ONG-PENDIENTE-CENT
               MOVE 0 TO ONG-FECHA-LIQ.

           MOVE ONG-INTRO        TO ONG-NUM.
           MOVE NOMBRE-INTRO     TO ONG-NOMBRE.
           MOVE CIF-INTRO        TO ONG-CIF.
           MOVE IBAN-INTRO       TO ONG-IBAN.
           MOVE ESTADO-INTRO     TO ONG-ESTADO.

           IF ONG-EXISTENTE = 1
               REWRITE ONG-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "CAMBIO ONG" TO AUDIT-ACCION
           ELSE
               WRITE ONG-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "ALTA ONG" TO AUDIT-ACCION.
           CLOSE F-ONGS.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING ONG-INTRO " " CIF-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING ESTADO-INTRO " " IBAN-INTRO(1:18)
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de ONG" LINE 6
               COLUMN 27.
           DISPLAY "ONG guardada en el maestro" LINE 10
               COLUMN 27.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CONSULTA-ONG.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consultar una ONG" LINE 6 COLUMN 31.
           INITIALIZE ONG-INTRO.
           DISPLAY "Numero de ONG:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ONG-NUM-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CONSULTA-ONG.

           IF ONG-INTRO = 0
               GO TO CONSULTA-ONG.

           OPEN INPUT F-ONGS.
           IF FSON <> 00
               CLOSE F-ONGS
               GO TO ONG-NO-EXISTE.

           MOVE ONG-INTRO TO ONG-NUM.
           READ F-ONGS INVALID KEY
               CLOSE F-ONGS
               GO TO ONG-NO-EXISTE.
           CLOSE F-ONGS.

           COMPUTE PENDIENTE-ENT = ONG-PENDIENTE-CENT / 100.
           MOVE FUNCTION MOD(ONG-PENDIENTE-CENT, 100)
               TO PENDIENTE-DEC.
           DISPLAY FICHA-ONG.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ONG-NO-EXISTE.
           DISPLAY "Numero de ONG desconocido" LINE 12
               COLUMN 27 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ABRIR-ONGS.
           OPEN I-O F-ONGS.
           IF FSON = 35 OR FSON = 05
               CLOSE F-ONGS
               OPEN OUTPUT F-ONGS
               CLOSE F-ONGS
               OPEN I-O F-ONGS.
           IF FSON <> 00
               GO TO PSYS-ERR.

       ABRIR-ONGS-FIN.
           EXIT.

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
           MOVE "BANK66" TO AUD-PROGRAMA.
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
           MOVE "BANK66"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSON=" FSON " " "FSAU=" FSAU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-ONGS.
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
