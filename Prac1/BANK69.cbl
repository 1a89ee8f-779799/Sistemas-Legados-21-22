       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK69.

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
      * Certificados emitidos en oficina (BANK68).  CER-TIPO: T
      * titularidad, S saldo a la fecha CER-FECHA-SALDO.
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
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

       01 FECHA-TRABAJO            PIC  9(8).
       01 FECHA-TRABAJO-PARTES REDEFINES FECHA-TRABAJO.
           05 FT-ANO               PIC  9(4).
           05 FT-MES               PIC  9(2).
           05 FT-DIA               PIC  9(2).
       77 FECHA-TEXTO              PIC X(10).
       77 EMISION-TEXTO            PIC X(10).
       77 SALDO-EDIT               PIC -(11)9.99.
       77 TIPO-TEXTO               PIC X(20).

      * Mismo codigo de doce cifras que imprime BANK68: el digito
      * Luhn final descarta los codigos dictados o tecleados mal.
       01 CODIGO-CERT              PIC  9(12).
       01 CODIGO-CERT-CIFRAS REDEFINES CODIGO-CERT.
           05 CODIGO-CIFRA         PIC  9 OCCURS 12 TIMES.
       77 DIGITO-CONTROL           PIC  9(1).
       77 LUHN-INDICE              PIC  9(2).
       77 LUHN-DIGITO              PIC  9(2).
       77 LUHN-SUMA                PIC  9(4).
       77 LUHN-DOBLAR              PIC  X(1).

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

       01 CODIGO-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 40
               PIC 9(12) USING CODIGO-CERT.

       01 FICHA-CERTIFICADO.
           05 FILLER LINE 11 COL 10 VALUE "Tipo:".
           05 FILLER LINE 11 COL 32 PIC X(20) FROM TIPO-TEXTO.
           05 FILLER LINE 12 COL 10 VALUE "Cuenta:".
           05 FILLER LINE 12 COL 32 PIC 9(16) FROM CER-CUENTA.
           05 FILLER LINE 13 COL 10 VALUE "Titular:".
           05 FILLER LINE 13 COL 32 PIC X(30) FROM CER-NOMBRE.
           05 FILLER LINE 14 COL 10 VALUE "NIF:".
           05 FILLER LINE 14 COL 32 PIC X(9) FROM CER-NIF.
           05 FILLER LINE 15 COL 10 VALUE "Fecha de expedicion:".
           05 FILLER LINE 15 COL 32 PIC X(10) FROM EMISION-TEXTO.
           05 FILLER LINE 18 COL 10 VALUE "Comprobaciones previas:".
           05 FILLER LINE 18 COL 34 PIC 9(4) FROM CER-CONSULTAS.


      * Comprobacion telefonica de certificados: el banco de un
      * tercero dicta el codigo impreso y la oficina confirma si
      * corresponde a un certificado emitido y con que datos.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Verificacion de certificados" LINE 2
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
               GO TO PEDIR-CODIGO.

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
           GO TO PEDIR-CODIGO.

       SIGNON-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO SIGNON-OPERADOR.

       PEDIR-CODIGO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Verificacion de certificados" LINE 2
               COLUMN 20 WITH FOREGROUND-COLOR IS BLUE.

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

           INITIALIZE CODIGO-CERT.
           DISPLAY "Codigo de verificacion:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Comprobar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

           ACCEPT CODIGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PEDIR-CODIGO.

           IF CODIGO-CERT = 0
               GO TO PEDIR-CODIGO.

      * Un codigo con el digito de control mal no se busca: se
      * pide que lo vuelvan a dictar.
           PERFORM CALCULAR-CONTROL THRU CALCULAR-CONTROL-FIN.
           IF DIGITO-CONTROL NOT = CODIGO-CIFRA(12)
               DISPLAY "El codigo no es valido; compruebe que se ha"
                   LINE 11 COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "dictado completo y sin errores" LINE 12
                   COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CONSULTA-ENTER.

           OPEN I-O F-CERTIFICADOS.
           IF FSCE = 35
               CLOSE F-CERTIFICADOS
               OPEN OUTPUT F-CERTIFICADOS
               CLOSE F-CERTIFICADOS
               OPEN I-O F-CERTIFICADOS.
           IF FSCE <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE CODIGO-CERT TO CER-CODIGO.
           READ F-CERTIFICADOS INVALID KEY
               CLOSE F-CERTIFICADOS
               GO TO CERTIFICADO-NO-EXISTE.

           IF CER-TIPO = "S"
               MOVE "Saldo a fecha" TO TIPO-TEXTO
           ELSE
               MOVE "Titularidad" TO TIPO-TEXTO.
           MOVE CER-FECHA-EMISION TO FECHA-TRABAJO.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN.
           MOVE FECHA-TEXTO TO EMISION-TEXTO.

           DISPLAY "CERTIFICADO GENUINO" LINE 10 COLUMN 31
               WITH FOREGROUND-COLOR IS GREEN HIGHLIGHT.
           DISPLAY FICHA-CERTIFICADO.
           IF CER-TIPO = "S"
               MOVE CER-FECHA-SALDO TO FECHA-TRABAJO
               PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-FIN
               COMPUTE SALDO-EDIT = CER-SALDO-CENT / 100
               DISPLAY "Saldo al dia:" LINE 16 COLUMN 10
               DISPLAY FECHA-TEXTO LINE 16 COLUMN 32
               DISPLAY "Saldo certificado:" LINE 17 COLUMN 10
               DISPLAY SALDO-EDIT LINE 17 COLUMN 32
               DISPLAY "EUR" LINE 17 COLUMN 48.

      * Cada comprobacion queda contada en el propio certificado.
           ADD 1 TO CER-CONSULTAS.
           MOVE FECHA-HOY-AAAAMMDD TO CER-FECHA-CONSULTA.
           REWRITE CERTIFICADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CERTIFICADOS.

           MOVE "VERIFICA CERTIFICAD" TO AUDIT-ACCION.
           MOVE CODIGO-CERT           TO AUDIT-CLAVE.
           MOVE CER-CUENTA            TO AUDIT-ANTES.
           MOVE "GENUINO"             TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.
           GO TO CONSULTA-ENTER.

       CERTIFICADO-NO-EXISTE.
           DISPLAY "NINGUN CERTIFICADO EMITIDO CON ESE CODIGO" LINE 11
               COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "El documento presentado no es genuino" LINE 12
               COLUMN 22 WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.

           MOVE "VERIFICA CERTIFICAD" TO AUDIT-ACCION.
           MOVE CODIGO-CERT           TO AUDIT-CLAVE.
           MOVE SPACES                TO AUDIT-ANTES.
           MOVE "NO EXISTE"           TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

       CONSULTA-ENTER.
           DISPLAY "Enter - Nueva consulta" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               STOP RUN
           ELSE
               GO TO CONSULTA-ENTER.
           GO TO PEDIR-CODIGO.

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
           MOVE "BANK69" TO AUD-PROGRAMA.
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
           MOVE "BANK69"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCE=" FSCE " " "FSAU=" FSAU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CERTIFICADOS.
           DISPLAY "Ha ocurrido un error interno" LINE 20 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           GO TO CONSULTA-ENTER.

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
