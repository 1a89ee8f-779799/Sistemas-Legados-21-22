       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK78.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.


       DATA DIVISION.
       FILE SECTION.
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


       WORKING-STORAGE SECTION.
       77 FSAU                     PIC  X(2).

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

       77 CUENTA-INTRO             PIC 9(16).
       77 FINALIDAD-INTRO          PIC  X(3).
       77 VALOR-INTRO              PIC  X(1).
       77 CANAL-INTRO              PIC  X(1).
       77 VERSION-INTRO            PIC  9(3).

       01 TABLA-FINALIDADES.
           02 FND-CODIGOS          PIC  X(9) VALUE "PUBPERCES".
           02 FND-CODIGO REDEFINES FND-CODIGOS
                                   PIC  X(3) OCCURS 3 TIMES.
       77 IDX-FND                  PIC  9(1).
       77 LINEA-FND                PIC  9(2).
       77 TEXTO-FND                PIC X(24).

       01 DATOS-CONSENTIMIENTO.
           02 CNSC-OPERACION        PIC  X(1).
           02 CNSC-TARJETA          PIC 9(16).
           02 CNSC-CUENTA           PIC 9(16).
           02 CNSC-NIF              PIC  X(9).
           02 CNSC-FINALIDAD        PIC  X(3).
           02 CNSC-VALOR            PIC  X(1).
           02 CNSC-CANAL            PIC  X(3).
           02 CNSC-TERMINAL         PIC  9(4).
           02 CNSC-VERSION          PIC  9(3).
           02 CNSC-FECHA            PIC  9(8).
           02 CNSC-PERMITIDO        PIC  X(1).
           02 CNSC-RESULTADO        PIC  X(1).
           02 CNSC-NOMBRE           PIC X(30).

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

       01 CONSULTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 44
               PIC 9(16) USING CUENTA-INTRO.

       01 REGISTRO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 44
               PIC 9(16) USING CUENTA-INTRO.
           05 FILLER AUTO LINE 9 COL 44
               PIC X(3) USING FINALIDAD-INTRO.
           05 FILLER AUTO LINE 10 COL 44
               PIC X(1) USING VALOR-INTRO.
           05 FILLER AUTO LINE 11 COL 44
               PIC X(1) USING CANAL-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 44
               PIC 9(3) USING VERSION-INTRO.


      * Consentimientos del titular en oficina: consulta de lo
      * vigente y alta o retirada presentada en ventanilla o por
      * carta.  El registro lo lleva BANKCNS, el mismo que usa el
      * cajero (BANK77) y que consultan campanas y extractos.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Consentimientos del titular" LINE 2
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
           DISPLAY "UnizarBank - Consentimientos del titular" LINE 2
               COLUMN 20 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.

       PMENU.
           DISPLAY "1 - Consultar consentimientos" LINE 8 COLUMN 20.
           DISPLAY "2 - Registrar consentimiento o retirada" LINE 9
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO CONSULTAR-TITULAR.
           IF CHOICE = 2
               GO TO REGISTRAR-TITULAR.
           GO TO PMENUA1.

       CONSULTAR-TITULAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consultar consentimientos" LINE 6 COLUMN 27.
           INITIALIZE CUENTA-INTRO.
           DISPLAY "Cuenta del titular:" LINE 8 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CONSULTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CONSULTAR-TITULAR.

           MOVE 0  TO IDX-FND.
           MOVE 12 TO LINEA-FND.
           DISPLAY "Finalidad" LINE 11 COLUMN 10.
           DISPLAY "Consta" LINE 11 COLUMN 36.
           DISPLAY "Fecha" LINE 11 COLUMN 44.
           DISPLAY "Version" LINE 11 COLUMN 54.
           DISPLAY "Se usa" LINE 11 COLUMN 63.

       CONSULTAR-FINALIDAD.
           ADD 1 TO IDX-FND.
           IF IDX-FND > 3
               GO TO CONSULTA-MOSTRADA.

           MOVE "C"                 TO CNSC-OPERACION.
           MOVE 0                   TO CNSC-TARJETA.
           MOVE CUENTA-INTRO        TO CNSC-CUENTA.
           MOVE SPACES              TO CNSC-NIF.
           MOVE FND-CODIGO(IDX-FND) TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-RESULTADO NOT = "O"
               GO TO TITULAR-NO-EXISTE.

           IF IDX-FND = 1
               DISPLAY "Titular:" LINE 9 COLUMN 15
               DISPLAY CNSC-NOMBRE LINE 9 COLUMN 24
               DISPLAY CNSC-NIF LINE 9 COLUMN 56.

           PERFORM NOMBRE-FINALIDAD THRU NOMBRE-FINALIDAD-FIN.
           DISPLAY TEXTO-FND LINE LINEA-FND COLUMN 10.
           IF CNSC-VALOR = " "
               DISPLAY "-" LINE LINEA-FND COLUMN 38
           ELSE
               DISPLAY CNSC-VALOR LINE LINEA-FND COLUMN 38.
           IF CNSC-FECHA NOT = 0
               DISPLAY CNSC-FECHA LINE LINEA-FND COLUMN 44.
           IF CNSC-VERSION NOT = 0
               DISPLAY CNSC-VERSION LINE LINEA-FND COLUMN 56.
           DISPLAY CNSC-PERMITIDO LINE LINEA-FND COLUMN 65.
           ADD 1 TO LINEA-FND.
           GO TO CONSULTAR-FINALIDAD.

       CONSULTA-MOSTRADA.
           DISPLAY "Consta: S otorgado, N retirado, - sin respuesta"
               LINE 17 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Canal O ventanilla, C carta firmada.  Version 0 es la vigente
      * del texto de privacidad; la carta puede traer una anterior.
       REGISTRAR-TITULAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar consentimiento o retirada" LINE 6
               COLUMN 22.
           INITIALIZE CUENTA-INTRO.
           INITIALIZE FINALIDAD-INTRO.
           INITIALIZE VALOR-INTRO.
           INITIALIZE CANAL-INTRO.
           INITIALIZE VERSION-INTRO.

       REGISTRAR-FORMULARIO.
           DISPLAY "Cuenta del titular:" LINE 8 COLUMN 15.
           DISPLAY "Finalidad (PUB/PER/CES):" LINE 9 COLUMN 15.
           DISPLAY "Otorga (S) o retira (N):" LINE 10 COLUMN 15.
           DISPLAY "Canal (O oficina/C carta):" LINE 11 COLUMN 15.
           DISPLAY "Version texto (0 = vigente):" LINE 12 COLUMN 15.
           DISPLAY "PUB publicidad, PER perfiles comerciales," LINE 15
               COLUMN 15.
           DISPLAY "CES cesion a promotores y ONG" LINE 16 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT REGISTRO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REGISTRAR-FORMULARIO.

           MOVE FUNCTION UPPER-CASE(FINALIDAD-INTRO)
               TO FINALIDAD-INTRO.
           MOVE FUNCTION UPPER-CASE(VALOR-INTRO) TO VALOR-INTRO.
           MOVE FUNCTION UPPER-CASE(CANAL-INTRO) TO CANAL-INTRO.

           IF CUENTA-INTRO = 0
              OR (FINALIDAD-INTRO NOT = "PUB"
                  AND FINALIDAD-INTRO NOT = "PER"
                  AND FINALIDAD-INTRO NOT = "CES")
              OR (VALOR-INTRO NOT = "S" AND VALOR-INTRO NOT = "N")
              OR (CANAL-INTRO NOT = "O" AND CANAL-INTRO NOT = "C")
               DISPLAY "Revise cuenta, finalidad, S/N y canal"
                   LINE 18 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO REGISTRAR-REINTENTO.

           MOVE "R"             TO CNSC-OPERACION.
           MOVE 0               TO CNSC-TARJETA.
           MOVE CUENTA-INTRO    TO CNSC-CUENTA.
           MOVE SPACES          TO CNSC-NIF.
           MOVE FINALIDAD-INTRO TO CNSC-FINALIDAD.
           MOVE VALOR-INTRO     TO CNSC-VALOR.
           MOVE "OFI"           TO CNSC-CANAL.
           IF CANAL-INTRO = "C"
               MOVE "CAR"       TO CNSC-CANAL.
           MOVE OPERADOR-ACTUAL TO CNSC-TERMINAL.
           MOVE VERSION-INTRO   TO CNSC-VERSION.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-RESULTADO = "N"
               GO TO TITULAR-NO-EXISTE.
           IF CNSC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE "CONSENTIMIENTO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING CUENTA-INTRO " " FINALIDAD-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING CNSC-VALOR " " CNSC-CANAL " " CNSC-VERSION
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar consentimiento o retirada" LINE 6
               COLUMN 22.
           DISPLAY CNSC-NOMBRE LINE 9 COLUMN 25.
           IF CNSC-VALOR = "S"
               DISPLAY "Consentimiento registrado" LINE 11 COLUMN 27
           ELSE
               DISPLAY "Retirada registrada" LINE 11 COLUMN 30.
           DISPLAY "Version del texto:" LINE 13 COLUMN 27.
           DISPLAY CNSC-VERSION LINE 13 COLUMN 46.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       REGISTRAR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REGISTRAR-TITULAR.
           GO TO REGISTRAR-TITULAR.

       NOMBRE-FINALIDAD.
           MOVE "Cesion promotores y ONG" TO TEXTO-FND.
           IF CNSC-FINALIDAD = "PUB"
               MOVE "Publicidad" TO TEXTO-FND.
           IF CNSC-FINALIDAD = "PER"
               MOVE "Perfiles comerciales" TO TEXTO-FND.

       NOMBRE-FINALIDAD-FIN.
           EXIT.

       TITULAR-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta inexistente o titular sin NIF" LINE 10
               COLUMN 22 WITH FOREGROUND-COLOR IS BLACK
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
           MOVE "BANK78" TO AUD-PROGRAMA.
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
           MOVE "BANK78"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "CNSC=" CNSC-RESULTADO " " CNSC-FINALIDAD
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.

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
