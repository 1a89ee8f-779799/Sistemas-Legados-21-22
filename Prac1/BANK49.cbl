       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK49.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TARJCREDITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCR-TARJETA
           FILE STATUS IS FSTC.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

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
      * Linea de credito de la tarjeta.  Lo dispuesto en el ciclo y
      * lo aplazado de extractos anteriores se liquidan en BATCHTCR
      * contra la tarjeta de pago.  Estado A activa, B de baja.
       FD F-TARJCREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetascredito.ubd".
       01 TARJCREDITO-REG.
           02 TCR-TARJETA           PIC 9(16).
           02 TCR-TARJETA-PAGO      PIC 9(16).
           02 TCR-LIMITE-CENT       PIC S9(11).
           02 TCR-DISPUESTO-CENT    PIC S9(11).
           02 TCR-PENDIENTE-CENT    PIC S9(11).
           02 TCR-EXTRACTO-CENT     PIC S9(11).
           02 TCR-FECHA-EXTRACTO    PIC   9(8).
           02 TCR-PCT-PAGO          PIC   9(3).
           02 TCR-TASA-BP           PIC   9(4).
           02 TCR-ESTADO            PIC   X(1).

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
       77 FSTC                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSFO                     PIC  X(2).

      * Tipo maximo de la linea de credito en puntos basicos anuales.
       78 TCR-TASA-MAXIMA          VALUE 3000.

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
       77 TARJETA-INTRO            PIC 9(16).
       77 PAGO-INTRO               PIC 9(16).
       77 LIMITE-INTRO             PIC  9(7).
       77 PCT-INTRO                PIC  9(3).
       77 TASA-INTRO               PIC  9(4).

       77 CUENTA-CREDITO           PIC 9(16).
       77 LIMITE-CENT              PIC S9(11).
       77 TCR-EXISTE               PIC  9(1).
       77 LIMITE-ANTERIOR          PIC S9(11).

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

       01 CREDITO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(16) USING TARJETA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
               PIC 9(16) USING PAGO-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(7) USING LIMITE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(3) USING PCT-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(4) USING TASA-INTRO.


      * Alta y mantenimiento de la linea de credito de una tarjeta:
      * limite, tarjeta de debito de la misma cuenta que paga los
      * extractos, porcentaje a cobrar de cada extracto (100 pago
      * total) y tipo anual sobre lo aplazado.  Limite cero da de
      * baja la linea si no queda nada por liquidar.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Tarjetas de credito" LINE 2
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
               GO TO PEDIR-CREDITO.

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
           GO TO PEDIR-CREDITO.

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
           DISPLAY "UnizarBank - Tarjetas de credito" LINE 2
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

       PEDIR-CREDITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           INITIALIZE TARJETA-INTRO.
           INITIALIZE PAGO-INTRO.
           INITIALIZE LIMITE-INTRO.
           INITIALIZE PCT-INTRO.
           INITIALIZE TASA-INTRO.
           DISPLAY "Linea de credito de tarjeta" LINE 6 COLUMN 26.
           DISPLAY "Tarjeta de credito:" LINE 8 COLUMN 15.
           DISPLAY "Tarjeta de pago:" LINE 9 COLUMN 15.
           DISPLAY "Limite (euros, 0 baja):" LINE 10 COLUMN 15.
           DISPLAY "Pago del extracto (%):" LINE 11 COLUMN 15.
           DISPLAY "Interes anual (p.b.):" LINE 12 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT CREDITO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PEDIR-CREDITO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-INTRO TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "Esa tarjeta no existe" LINE 15 COLUMN 15
                   WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.
           MOVE CTA-ID-C TO CUENTA-CREDITO.

           IF LIMITE-INTRO = 0
               CLOSE TARJETAS
               GO TO BAJA-CREDITO.

           IF PCT-INTRO = 0 OR PCT-INTRO > 100
               CLOSE TARJETAS
               DISPLAY "Porcentaje de pago fuera de rango (1 a 100)"
                   LINE 15 COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.

           IF TASA-INTRO > TCR-TASA-MAXIMA
               CLOSE TARJETAS
               DISPLAY "Tipo de interes fuera de rango" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.

      * Los extractos se cobran de una tarjeta de debito de la
      * misma cuenta, distinta de la propia tarjeta de credito.
           IF PAGO-INTRO = TARJETA-INTRO
               CLOSE TARJETAS
               DISPLAY "La tarjeta de pago debe ser otra" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.

           MOVE PAGO-INTRO TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "La tarjeta de pago no existe" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.

           IF CTA-ID-C NOT = CUENTA-CREDITO
               CLOSE TARJETAS
               DISPLAY "La tarjeta de pago es de otra cuenta" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.
           CLOSE TARJETAS.

           COMPUTE LIMITE-CENT = LIMITE-INTRO * 100.

           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-CREDITO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PEDIR-CREDITO
           ELSE
               GO TO CONFIRMAR-CREDITO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-CREDITO.

           PERFORM ABRIR-TARJCREDITO THRU ABRIR-TARJCREDITO-FIN.

      * Si la linea ya existe se cambian sus condiciones y se
      * conservan lo dispuesto, lo aplazado y el ultimo extracto.
           MOVE 1 TO TCR-EXISTE.
           MOVE TARJETA-INTRO TO TCR-TARJETA.
           READ F-TARJCREDITO INVALID KEY
               MOVE 0 TO TCR-EXISTE.

           IF TCR-EXISTE = 0
               INITIALIZE TARJCREDITO-REG
               MOVE TARJETA-INTRO TO TCR-TARJETA
               MOVE 0 TO LIMITE-ANTERIOR
           ELSE
               MOVE TCR-LIMITE-CENT TO LIMITE-ANTERIOR.

           MOVE PAGO-INTRO  TO TCR-TARJETA-PAGO.
           MOVE LIMITE-CENT TO TCR-LIMITE-CENT.
           MOVE PCT-INTRO   TO TCR-PCT-PAGO.
           MOVE TASA-INTRO  TO TCR-TASA-BP.
           MOVE "A"         TO TCR-ESTADO.

           IF TCR-EXISTE = 0
               WRITE TARJCREDITO-REG INVALID KEY GO TO PSYS-ERR
           ELSE
               REWRITE TARJCREDITO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TARJCREDITO.

           MOVE "LIMITE CREDITO"  TO AUDIT-ACCION.
           MOVE TARJETA-INTRO     TO AUDIT-CLAVE.
           MOVE LIMITE-ANTERIOR   TO AUDIT-ANTES.
           MOVE LIMITE-CENT       TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Linea de credito de tarjeta" LINE 6 COLUMN 26.
           DISPLAY "Linea de credito grabada para la tarjeta" LINE 10
               COLUMN 15.
           DISPLAY TARJETA-INTRO LINE 11 COLUMN 30.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * La baja solo procede con la linea sin dispuesto ni aplazado;
      * la tarjeta vuelve a operar como debito contra su saldo.
       BAJA-CREDITO.
           PERFORM ABRIR-TARJCREDITO THRU ABRIR-TARJCREDITO-FIN.

           MOVE TARJETA-INTRO TO TCR-TARJETA.
           READ F-TARJCREDITO INVALID KEY
               CLOSE F-TARJCREDITO
               DISPLAY "La tarjeta no tiene linea de credito" LINE 15
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.

           IF TCR-DISPUESTO-CENT NOT = 0
              OR TCR-PENDIENTE-CENT NOT = 0
               CLOSE F-TARJCREDITO
               DISPLAY "Quedan importes de credito por liquidar"
                   LINE 15 COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CREDITO-REINTENTO.

           MOVE TCR-LIMITE-CENT TO LIMITE-ANTERIOR.
           MOVE "B" TO TCR-ESTADO.
           REWRITE TARJCREDITO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TARJCREDITO.

           MOVE "BAJA CREDITO"    TO AUDIT-ACCION.
           MOVE TARJETA-INTRO     TO AUDIT-CLAVE.
           MOVE LIMITE-ANTERIOR   TO AUDIT-ANTES.
           MOVE "B"               TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Linea de credito de tarjeta" LINE 6 COLUMN 26.
           DISPLAY "Linea de credito dada de baja" LINE 10
               COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       PEDIR-CREDITO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO PEDIR-CREDITO.

       ABRIR-TARJCREDITO.
           OPEN I-O F-TARJCREDITO.
           IF FSTC = 35 OR FSTC = 05
               CLOSE F-TARJCREDITO
               OPEN OUTPUT F-TARJCREDITO
               CLOSE F-TARJCREDITO
               OPEN I-O F-TARJCREDITO.
           IF FSTC <> 00
               GO TO PSYS-ERR.

       ABRIR-TARJCREDITO-FIN.
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
           MOVE "BANK49" TO AUD-PROGRAMA.
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
           MOVE "BANK49"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSTC=" FSTC " " "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-INTRO TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-TARJCREDITO.
           CLOSE TARJETAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               GO TO PEDIR-CREDITO
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
