       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK77.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.


       DATA DIVISION.
       FILE SECTION.
       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).


       WORKING-STORAGE SECTION.
       77 FSPA                     PIC  X(2).

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
           88 TIMEOUT-PRESSED     VALUE 8001.

       77 PRESSED-KEY              PIC  9(4).
       77 VERSION-PRIVACIDAD       PIC  9(3).
       77 CAMBIOS-GUARDADOS        PIC  9(1).

      * Finalidades en el orden de la pantalla, con lo que consta en
      * el registro y lo que indica ahora el titular.
       01 TABLA-FINALIDADES.
           02 FND-CODIGOS          PIC  X(9) VALUE "PUBPERCES".
           02 FND-CODIGO REDEFINES FND-CODIGOS
                                   PIC  X(3) OCCURS 3 TIMES.
       01 TABLA-RESPUESTAS.
           02 FND-RESP OCCURS 3 TIMES.
               03 FND-ACTUAL       PIC  X(1).
               03 FND-INTRO        PIC  X(1).
       77 IDX-FND                  PIC  9(1).

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

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

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 TERMINAL-ID              PIC  9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 CONSENTIMIENTOS-ACCEPT.
           05 FILLER AUTO LINE 12 COL 62
               PIC X(1) USING FND-INTRO(1).
           05 FILLER AUTO LINE 13 COL 62
               PIC X(1) USING FND-INTRO(2).
           05 FILLER AUTO LINE 14 COL 62
               PIC X(1) USING FND-INTRO(3).


      * Consentimientos del titular desde el cajero: publicidad,
      * perfiles y cesion de datos a promotores y ONG.  Cada cambio
      * queda en el registro de consentimientos con canal ATM, el
      * cajero y la version del texto de privacidad mostrada.
       PROCEDURE DIVISION USING TNUM TERMINAL-ID.
       IMPRIMIR-CABECERA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COLUMN 26
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.

       CARGAR-CONSENTIMIENTOS.
           MOVE "PRIVVER" TO PARAM-BUSCADO.
           MOVE 1 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO VERSION-PRIVACIDAD.

           MOVE 0 TO IDX-FND.

       CARGAR-FINALIDAD.
           ADD 1 TO IDX-FND.
           IF IDX-FND > 3
               GO TO PANTALLA-CONSENTIMIENTOS.

           MOVE "C"                 TO CNSC-OPERACION.
           MOVE TNUM                TO CNSC-TARJETA.
           MOVE 0                   TO CNSC-CUENTA.
           MOVE SPACES              TO CNSC-NIF.
           MOVE FND-CODIGO(IDX-FND) TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-RESULTADO NOT = "O"
               GO TO TITULAR-NO-IDENTIFICADO.

           MOVE CNSC-VALOR     TO FND-ACTUAL(IDX-FND).
           MOVE CNSC-PERMITIDO TO FND-INTRO(IDX-FND).
           GO TO CARGAR-FINALIDAD.

       PANTALLA-CONSENTIMIENTOS.
           DISPLAY "Privacidad y consentimientos" LINE 8 COLUMN 26.
           DISPLAY "Texto de privacidad version" LINE 9 COLUMN 19.
           DISPLAY VERSION-PRIVACIDAD LINE 9 COLUMN 47.
           DISPLAY "(disponible en su oficina)" LINE 9 COLUMN 51.
           DISPLAY "Recibir publicidad (S/N):" LINE 12 COLUMN 14.
           DISPLAY "Usar mis datos para perfiles comerciales (S/N):"
               LINE 13 COLUMN 14.
           DISPLAY "Ceder mis datos a promotores y ONG (S/N):"
               LINE 14 COLUMN 14.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CONSENTIMIENTOS-ACCEPT ON EXCEPTION
           IF ESC-PRESSED THEN
               EXIT PROGRAM
           ELSE
               GO TO PANTALLA-CONSENTIMIENTOS
           END-IF.

           MOVE FUNCTION UPPER-CASE(FND-INTRO(1)) TO FND-INTRO(1).
           MOVE FUNCTION UPPER-CASE(FND-INTRO(2)) TO FND-INTRO(2).
           MOVE FUNCTION UPPER-CASE(FND-INTRO(3)) TO FND-INTRO(3).

           IF (FND-INTRO(1) NOT = "S" AND FND-INTRO(1) NOT = "N")
              OR (FND-INTRO(2) NOT = "S" AND FND-INTRO(2) NOT = "N")
              OR (FND-INTRO(3) NOT = "S" AND FND-INTRO(3) NOT = "N")
               DISPLAY "Indique S o N en cada finalidad!!" LINE 20
                   COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CONSENTIMIENTOS.

      * Solo se anota lo que cambia respecto al registro; si nunca se
      * habia pronunciado, queda anotado lo que indica ahora.
       GUARDAR-CONSENTIMIENTOS.
           MOVE 0 TO CAMBIOS-GUARDADOS.
           MOVE 0 TO IDX-FND.

       GUARDAR-FINALIDAD.
           ADD 1 TO IDX-FND.
           IF IDX-FND > 3
               GO TO CONSENTIMIENTOS-GUARDADOS.
           IF FND-INTRO(IDX-FND) = FND-ACTUAL(IDX-FND)
               GO TO GUARDAR-FINALIDAD.

           MOVE "R"                 TO CNSC-OPERACION.
           MOVE TNUM                TO CNSC-TARJETA.
           MOVE 0                   TO CNSC-CUENTA.
           MOVE SPACES              TO CNSC-NIF.
           MOVE FND-CODIGO(IDX-FND) TO CNSC-FINALIDAD.
           MOVE FND-INTRO(IDX-FND)  TO CNSC-VALOR.
           MOVE "ATM"               TO CNSC-CANAL.
           MOVE TERMINAL-ID         TO CNSC-TERMINAL.
           MOVE VERSION-PRIVACIDAD  TO CNSC-VERSION.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE FND-INTRO(IDX-FND) TO FND-ACTUAL(IDX-FND).
           ADD 1 TO CAMBIOS-GUARDADOS.
           GO TO GUARDAR-FINALIDAD.

       CONSENTIMIENTOS-GUARDADOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Privacidad y consentimientos" LINE 8 COLUMN 26.
           IF CAMBIOS-GUARDADOS = 0
               DISPLAY "No ha cambiado ningun consentimiento" LINE 11
                   COLUMN 22
           ELSE
               DISPLAY "Consentimientos guardados" LINE 11 COLUMN 27.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       TITULAR-NO-IDENTIFICADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Privacidad y consentimientos" LINE 8 COLUMN 26.
           DISPLAY "No constan los datos del titular" LINE 11
               COLUMN 24 WITH BACKGROUND-COLOR RED.
           DISPLAY "Dirijase a su oficina" LINE 13 COLUMN 30.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       LEER-PARAMETRO.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PARAM-BUSCADO TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PAR-VALOR TO PARAM-LEIDO.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK77"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "CNSC=" CNSC-RESULTADO " " CNSC-FINALIDAD
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TNUM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COLUMN 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO EXIT-ENTER.
