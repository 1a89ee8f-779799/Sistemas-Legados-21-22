       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK72.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-INGBILLETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBI-MOV-NUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-FALSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAL-NUM
           FILE STATUS IS FSFA.

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
      * Billetes de cada ingreso en efectivo (BANK5).  Estado S sin
      * dudosos, P pendiente de verificar, V verificado pendiente de
      * abono y A abonado por BATCHBIL.
       FD F-INGBILLETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ingresosbilletes.ubd".
       01 INGBILLETE-REG.
           02 IBI-MOV-NUM           PIC  9(35).
           02 IBI-TARJETA           PIC  9(16).
           02 IBI-TERMINAL          PIC   9(4).
           02 IBI-FECHA             PIC   9(8).
           02 IBI-HORA              PIC   9(6).
           02 IBI-ACEP-10           PIC   9(5).
           02 IBI-ACEP-20           PIC   9(5).
           02 IBI-ACEP-50           PIC   9(5).
           02 IBI-DUD-10            PIC   9(5).
           02 IBI-DUD-20            PIC   9(5).
           02 IBI-DUD-50            PIC   9(5).
           02 IBI-DUD-CENT          PIC   9(9).
           02 IBI-MOV-PEND          PIC  9(35).
           02 IBI-BUE-10            PIC   9(5).
           02 IBI-BUE-20            PIC   9(5).
           02 IBI-BUE-50            PIC   9(5).
           02 IBI-FAL-10            PIC   9(5).
           02 IBI-FAL-20            PIC   9(5).
           02 IBI-FAL-50            PIC   9(5).
           02 IBI-FECHA-VERIF       PIC   9(8).
           02 IBI-OPERADOR          PIC   9(4).
           02 IBI-ESTADO            PIC   X(1).

      * Registro de billetes falsos, uno por ingreso y denominacion,
      * con la tarjeta y el cajero del ingreso.  Estado P pendiente
      * de remitir al banco central, R remitido por BATCHBIL.
       FD F-FALSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "falsos.ubd".
       01 FALSO-REG.
           02 FAL-NUM               PIC  9(10).
           02 FAL-MOV-NUM           PIC  9(35).
           02 FAL-TARJETA           PIC  9(16).
           02 FAL-TERMINAL          PIC   9(4).
           02 FAL-FECHA-INGRESO     PIC   9(8).
           02 FAL-FECHA-DETEC       PIC   9(8).
           02 FAL-DENOMINACION      PIC   9(3).
           02 FAL-CANTIDAD          PIC   9(5).
           02 FAL-OPERADOR          PIC   9(4).
           02 FAL-ESTADO            PIC   X(1).
           02 FAL-FECHA-REMESA      PIC   9(8).

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
       77 FSIB                     PIC  X(2).
       77 FSFA                     PIC  X(2).
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
       77 MOVNUM-INTRO             PIC  9(35).
       77 BUE10-INTRO              PIC  9(5).
       77 BUE20-INTRO              PIC  9(5).
       77 BUE50-INTRO              PIC  9(5).
       77 FAL10-CALC               PIC  9(5).
       77 FAL20-CALC               PIC  9(5).
       77 FAL50-CALC               PIC  9(5).
       77 BUENOS-CENT              PIC  9(9).
       77 FALSOS-CENT              PIC  9(9).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 LAST-FAL-NUM             PIC  9(10).
       77 DENOM-FALSO              PIC  9(3).
       77 CANT-FALSO               PIC  9(5).

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

       01 MOVNUM-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(35) USING MOVNUM-INTRO.

       01 VERIFICACION-ACCEPT.
           05 FILLER AUTO UNDERLINE LINE 13 COL 56
               PIC 9(5) USING BUE10-INTRO.
           05 FILLER AUTO UNDERLINE LINE 14 COL 56
               PIC 9(5) USING BUE20-INTRO.
           05 FILLER AUTO UNDERLINE LINE 15 COL 56
               PIC 9(5) USING BUE50-INTRO.


      * Verificacion en el centro de efectivo de los billetes que el
      * cajero separo como dudosos en un ingreso.  Se anotan los
      * autenticos de cada denominacion; el resto queda como falso en
      * el registro de falsos con la tarjeta y el cajero del ingreso.
      * El abono de los autenticos lo hace BATCHBIL esa noche, y la
      * remesa de falsos al banco central sale tambien de BATCHBIL.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Verificacion de billetes" LINE 2
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
           DISPLAY "UnizarBank - Verificacion de billetes" LINE 2
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

       PEDIR-INGRESO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE MOVNUM-INTRO.
           DISPLAY "Billetes dudosos de un ingreso" LINE 6 COLUMN 25.
           DISPLAY "Movimiento del ingreso:" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT MOVNUM-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PEDIR-INGRESO.

           OPEN INPUT F-INGBILLETES.
           IF FSIB <> 00
               CLOSE F-INGBILLETES
               DISPLAY "Ese ingreso no consta" LINE 14 COLUMN 29
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ING-REINTENTO.

           MOVE MOVNUM-INTRO TO IBI-MOV-NUM.
           READ F-INGBILLETES INVALID KEY
               CLOSE F-INGBILLETES
               DISPLAY "Ese ingreso no consta" LINE 14 COLUMN 29
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ING-REINTENTO.
           CLOSE F-INGBILLETES.

           IF IBI-ESTADO NOT = "P"
               DISPLAY "Ese ingreso no tiene billetes por verificar"
                   LINE 14 COLUMN 18 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ING-REINTENTO.

           MOVE IBI-DUD-10 TO BUE10-INTRO.
           MOVE IBI-DUD-20 TO BUE20-INTRO.
           MOVE IBI-DUD-50 TO BUE50-INTRO.

       PEDIR-VERIFICACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Billetes dudosos de un ingreso" LINE 6 COLUMN 25.
           DISPLAY "Tarjeta             :" LINE 8 COLUMN 20.
           DISPLAY IBI-TARJETA LINE 8 COLUMN 45.
           DISPLAY "Cajero              :" LINE 9 COLUMN 20.
           DISPLAY IBI-TERMINAL LINE 9 COLUMN 45.
           DISPLAY "Fecha del ingreso   :" LINE 10 COLUMN 20.
           DISPLAY IBI-FECHA LINE 10 COLUMN 45.
           DISPLAY "Dudosos" LINE 12 COLUMN 43.
           DISPLAY "Autenticos" LINE 12 COLUMN 54.
           DISPLAY "Billetes de 10 EUR  :" LINE 13 COLUMN 20.
           DISPLAY IBI-DUD-10 LINE 13 COLUMN 45.
           DISPLAY "Billetes de 20 EUR  :" LINE 14 COLUMN 20.
           DISPLAY IBI-DUD-20 LINE 14 COLUMN 45.
           DISPLAY "Billetes de 50 EUR  :" LINE 15 COLUMN 20.
           DISPLAY IBI-DUD-50 LINE 15 COLUMN 45.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT VERIFICACION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PEDIR-INGRESO
               ELSE
                   GO TO PEDIR-VERIFICACION.

           IF BUE10-INTRO > IBI-DUD-10 OR BUE20-INTRO > IBI-DUD-20
              OR BUE50-INTRO > IBI-DUD-50
               DISPLAY "No puede haber mas autenticos que dudosos"
                   LINE 18 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-VER-REINTENTO.

           COMPUTE FAL10-CALC = IBI-DUD-10 - BUE10-INTRO.
           COMPUTE FAL20-CALC = IBI-DUD-20 - BUE20-INTRO.
           COMPUTE FAL50-CALC = IBI-DUD-50 - BUE50-INTRO.
           COMPUTE BUENOS-CENT = (BUE10-INTRO * 1000)
               + (BUE20-INTRO * 2000) + (BUE50-INTRO * 5000).
           COMPUTE FALSOS-CENT = IBI-DUD-CENT - BUENOS-CENT.

           DISPLAY "A abonar (cent.)    :" LINE 18 COLUMN 20.
           DISPLAY BUENOS-CENT LINE 18 COLUMN 45.
           DISPLAY "Falsos (cent.)      :" LINE 19 COLUMN 20.
           DISPLAY FALSOS-CENT LINE 19 COLUMN 45.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-VERIFICACION.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-INGRESO
           ELSE
               GO TO CONFIRMAR-VERIFICACION.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-VERIFICACION.

       EJECUTAR-VERIFICACION.
           OPEN I-O F-INGBILLETES.
           IF FSIB <> 00
               GO TO PSYS-ERR.

           MOVE MOVNUM-INTRO TO IBI-MOV-NUM.
           READ F-INGBILLETES INVALID KEY GO TO PSYS-ERR.
           IF IBI-ESTADO NOT = "P"
               CLOSE F-INGBILLETES
               DISPLAY "Ese ingreso ya se ha verificado" LINE 20
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-ING-REINTENTO.

           MOVE BUE10-INTRO        TO IBI-BUE-10.
           MOVE BUE20-INTRO        TO IBI-BUE-20.
           MOVE BUE50-INTRO        TO IBI-BUE-50.
           MOVE FAL10-CALC         TO IBI-FAL-10.
           MOVE FAL20-CALC         TO IBI-FAL-20.
           MOVE FAL50-CALC         TO IBI-FAL-50.
           MOVE FECHA-HOY-AAAAMMDD TO IBI-FECHA-VERIF.
           MOVE OPERADOR-ACTUAL    TO IBI-OPERADOR.
           MOVE "V"                TO IBI-ESTADO.
           REWRITE INGBILLETE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-INGBILLETES.

           MOVE 10         TO DENOM-FALSO.
           MOVE FAL10-CALC TO CANT-FALSO.
           PERFORM REGISTRAR-FALSO THRU REGISTRAR-FALSO-FIN.
           MOVE 20         TO DENOM-FALSO.
           MOVE FAL20-CALC TO CANT-FALSO.
           PERFORM REGISTRAR-FALSO THRU REGISTRAR-FALSO-FIN.
           MOVE 50         TO DENOM-FALSO.
           MOVE FAL50-CALC TO CANT-FALSO.
           PERFORM REGISTRAR-FALSO THRU REGISTRAR-FALSO-FIN.

           MOVE "VERIFICAR BILLETES" TO AUDIT-ACCION.
           MOVE IBI-MOV-NUM          TO AUDIT-CLAVE.
           MOVE IBI-DUD-CENT         TO AUDIT-ANTES.
           MOVE BUENOS-CENT          TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Billetes dudosos de un ingreso" LINE 6 COLUMN 25.
           DISPLAY "Verificacion registrada" LINE 10 COLUMN 29.
           IF BUENOS-CENT > 0
               DISPLAY "Los autenticos se abonan en el proceso"
                   LINE 11 COLUMN 21
               DISPLAY "nocturno" LINE 12 COLUMN 36.
           IF FALSOS-CENT > 0
               DISPLAY "Billetes falsos anotados en el registro"
                   LINE 14 COLUMN 21.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       PEDIR-ING-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO PEDIR-INGRESO.

       PEDIR-VER-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-INGRESO
           ELSE
               GO TO PEDIR-VERIFICACION.
           GO TO PEDIR-VERIFICACION.

      * Una entrada del registro de falsos por denominacion con
      * billetes falsos, numerada a continuacion de la ultima.
       REGISTRAR-FALSO.
           IF CANT-FALSO = 0
               GO TO REGISTRAR-FALSO-FIN.

           OPEN I-O F-FALSOS.
           IF FSFA = 35
               CLOSE F-FALSOS
               OPEN OUTPUT F-FALSOS
               CLOSE F-FALSOS
               OPEN I-O F-FALSOS.
           IF FSFA <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-FAL-NUM.

       LEER-FALSO-MAX.
           READ F-FALSOS NEXT RECORD AT END
               GO TO ESCRIBIR-FALSO.
           IF FAL-NUM > LAST-FAL-NUM
               MOVE FAL-NUM TO LAST-FAL-NUM.
           GO TO LEER-FALSO-MAX.

       ESCRIBIR-FALSO.
           ADD 1 TO LAST-FAL-NUM.
           MOVE LAST-FAL-NUM       TO FAL-NUM.
           MOVE IBI-MOV-NUM        TO FAL-MOV-NUM.
           MOVE IBI-TARJETA        TO FAL-TARJETA.
           MOVE IBI-TERMINAL       TO FAL-TERMINAL.
           MOVE IBI-FECHA          TO FAL-FECHA-INGRESO.
           MOVE FECHA-HOY-AAAAMMDD TO FAL-FECHA-DETEC.
           MOVE DENOM-FALSO        TO FAL-DENOMINACION.
           MOVE CANT-FALSO         TO FAL-CANTIDAD.
           MOVE OPERADOR-ACTUAL    TO FAL-OPERADOR.
           MOVE "P"                TO FAL-ESTADO.
           MOVE 0                  TO FAL-FECHA-REMESA.
           WRITE FALSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-FALSOS.

       REGISTRAR-FALSO-FIN.
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
           MOVE "BANK72" TO AUD-PROGRAMA.
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
           MOVE "BANK72"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSIB=" FSIB " " "FSFA=" FSFA
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE IBI-TARJETA TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-INGBILLETES.
           CLOSE F-FALSOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               GO TO PEDIR-INGRESO
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
