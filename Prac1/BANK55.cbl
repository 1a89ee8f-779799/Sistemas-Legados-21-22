       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK55.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSAC.

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
      * Maestro de acreedores de recibos.  Recibos y mandatos guardan
      * el codigo del acreedor en su campo de emisor.  La comision se
      * cobra por recibo atendido: fijo mas puntos basicos del
      * importe.  ACR-PENDIENTE-CENT arrastra lo que no se pudo
      * liquidar (neto negativo o liquidacion devuelta).  Estado A
      * activo, B de baja (no admite recibos ni mandatos nuevos).
       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
       01 ACREEDOR-REG.
           02 ACR-CODIGO            PIC  X(8).
           02 ACR-NOMBRE            PIC X(30).
           02 ACR-ID-SEPA           PIC X(35).
           02 ACR-IBAN              PIC X(34).
           02 ACR-COM-FIJO-CENT     PIC  9(5).
           02 ACR-COM-BP            PIC  9(4).
           02 ACR-ESTADO            PIC  X(1).
           02 ACR-PENDIENTE-CENT    PIC S9(11).
           02 ACR-FECHA-LIQ         PIC  9(8).

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
       77 FSAC                     PIC  X(2).
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
       77 CODIGO-INTRO             PIC  X(8).
       77 NOMBRE-INTRO             PIC X(30).
       77 SEPA-INTRO               PIC X(35).
       77 IBAN-INTRO               PIC X(34).
       77 COM-FIJO-INTRO           PIC  9(5).
       77 COM-BP-INTRO             PIC  9(4).
       77 ESTADO-INTRO             PIC  X(1).

       77 ACREEDOR-EXISTENTE       PIC  9(1).
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

       01 CODIGO-ACCEPT.
           05 FILLER LINE 8 COL 40
               PIC X(8) USING CODIGO-INTRO.

       01 ACREEDOR-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(30) USING NOMBRE-INTRO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(35) USING SEPA-INTRO.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(34) USING IBAN-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(5) USING COM-FIJO-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 40
               PIC 9(4) USING COM-BP-INTRO.
           05 FILLER LINE 15 COL 40
               PIC X(1) USING ESTADO-INTRO.

       01 FICHA-ACREEDOR.
           05 FILLER LINE 10 COL 10 VALUE "Nombre:".
           05 FILLER LINE 10 COL 40 PIC X(30) FROM ACR-NOMBRE.
           05 FILLER LINE 11 COL 10 VALUE "Identificador SEPA:".
           05 FILLER LINE 11 COL 40 PIC X(35) FROM ACR-ID-SEPA.
           05 FILLER LINE 12 COL 10 VALUE "IBAN de liquidacion:".
           05 FILLER LINE 12 COL 40 PIC X(34) FROM ACR-IBAN.
           05 FILLER LINE 13 COL 10 VALUE "Comision fija (cent.):".
           05 FILLER LINE 13 COL 40 PIC 9(5) FROM ACR-COM-FIJO-CENT.
           05 FILLER LINE 14 COL 10 VALUE "Comision (p.b.):".
           05 FILLER LINE 14 COL 40 PIC 9(4) FROM ACR-COM-BP.
           05 FILLER LINE 15 COL 10 VALUE "Estado (A/B):".
           05 FILLER LINE 15 COL 40 PIC X(1) FROM ACR-ESTADO.
           05 FILLER LINE 17 COL 10 VALUE "Pendiente de liquidar:".
           05 FILLER SIGN IS LEADING SEPARATE LINE 17 COL 40
               PIC S9(9) FROM PENDIENTE-ENT.
           05 FILLER LINE 17 COL 50 VALUE ".".
           05 FILLER LINE 17 COL 51 PIC 99 FROM PENDIENTE-DEC.
           05 FILLER LINE 17 COL 54 VALUE "EUR".
           05 FILLER LINE 18 COL 10 VALUE "Ultima liquidacion:".
           05 FILLER LINE 18 COL 40 PIC 9(8) FROM ACR-FECHA-LIQ.


      * Acreedores de recibos: los recibos y mandatos apuntan a un
      * acreedor de este maestro por su codigo.  El identificador
      * SEPA, el IBAN al que se le liquida lo cobrado y su comision
      * los usa BATCHLQA en la liquidacion diaria.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Acreedores de recibos" LINE 2
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
           DISPLAY "UnizarBank - Acreedores de recibos" LINE 2
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

       PMENU.
           DISPLAY "1 - Alta o modificacion de acreedor" LINE 8
               COLUMN 20.
           DISPLAY "2 - Consultar un acreedor" LINE 9 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-ACREEDOR.
           IF CHOICE = 2
               GO TO CONSULTA-ACREEDOR.
           GO TO PMENUA1.

      * El IBAN de liquidacion decide a donde va el dinero cobrado,
      * por lo que el maestro solo lo mantiene un supervisor.
       ALTA-ACREEDOR.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de acreedor" LINE 6
               COLUMN 24.
           INITIALIZE CODIGO-INTRO.
           DISPLAY "Codigo de acreedor:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CODIGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-ACREEDOR.

           MOVE FUNCTION UPPER-CASE(CODIGO-INTRO) TO CODIGO-INTRO.
           IF CODIGO-INTRO = SPACES
               GO TO ALTA-ACREEDOR.

           MOVE SPACES TO NOMBRE-INTRO.
           MOVE SPACES TO SEPA-INTRO.
           MOVE SPACES TO IBAN-INTRO.
           MOVE 0 TO COM-FIJO-INTRO.
           MOVE 0 TO COM-BP-INTRO.
           MOVE "A" TO ESTADO-INTRO.

           MOVE 0 TO ACREEDOR-EXISTENTE.
           PERFORM ABRIR-ACREEDORES THRU ABRIR-ACREEDORES-FIN.
           MOVE CODIGO-INTRO TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY
               GO TO PANTALLA-ACREEDOR.

           MOVE 1 TO ACREEDOR-EXISTENTE.
           MOVE ACR-NOMBRE        TO NOMBRE-INTRO.
           MOVE ACR-ID-SEPA       TO SEPA-INTRO.
           MOVE ACR-IBAN          TO IBAN-INTRO.
           MOVE ACR-COM-FIJO-CENT TO COM-FIJO-INTRO.
           MOVE ACR-COM-BP        TO COM-BP-INTRO.
           MOVE ACR-ESTADO        TO ESTADO-INTRO.

       PANTALLA-ACREEDOR.
           DISPLAY "Nombre:" LINE 10 COLUMN 10.
           DISPLAY "Identificador SEPA:" LINE 11 COLUMN 10.
           DISPLAY "IBAN de liquidacion:" LINE 12 COLUMN 10.
           DISPLAY "Comision fija (cent.):" LINE 13 COLUMN 10.
           DISPLAY "Comision (p.b.):" LINE 14 COLUMN 10.
           DISPLAY "Estado (A/B):" LINE 15 COLUMN 10.

           ACCEPT ACREEDOR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-ACREEDORES
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-ACREEDOR.

           MOVE FUNCTION UPPER-CASE(SEPA-INTRO) TO SEPA-INTRO.
           MOVE FUNCTION UPPER-CASE(IBAN-INTRO) TO IBAN-INTRO.
           MOVE FUNCTION UPPER-CASE(ESTADO-INTRO) TO ESTADO-INTRO.

           IF NOMBRE-INTRO = SPACES
               DISPLAY "Indique el nombre del acreedor" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ACREEDOR.
           IF SEPA-INTRO = SPACES
               DISPLAY "Indique el identificador SEPA" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ACREEDOR.
      * El IBAN empieza por el pais en letras y dos digitos de
      * control.
           IF IBAN-INTRO(1:2) IS NOT ALPHABETIC
              OR IBAN-INTRO(1:1) = SPACE
              OR IBAN-INTRO(2:1) = SPACE
              OR IBAN-INTRO(3:2) IS NOT NUMERIC
              OR IBAN-INTRO(5:1) = SPACE
               DISPLAY "Indique un IBAN valido!!" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ACREEDOR.
           IF ESTADO-INTRO NOT = "A" AND NOT = "B"
               DISPLAY "Revise las opciones indicadas" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ACREEDOR.

           MOVE SPACES TO AUDIT-ANTES.
           IF ACREEDOR-EXISTENTE = 1
               STRING ACR-ESTADO " " ACR-IBAN(1:18)
                   DELIMITED BY SIZE INTO AUDIT-ANTES
           ELSE
               MOVE 0 TO ACR-PENDIENTE-CENT
               MOVE 0 TO ACR-FECHA-LIQ.

           MOVE CODIGO-INTRO     TO ACR-CODIGO.
           MOVE NOMBRE-INTRO     TO ACR-NOMBRE.
           MOVE SEPA-INTRO       TO ACR-ID-SEPA.
           MOVE IBAN-INTRO       TO ACR-IBAN.
           MOVE COM-FIJO-INTRO   TO ACR-COM-FIJO-CENT.
           MOVE COM-BP-INTRO     TO ACR-COM-BP.
           MOVE ESTADO-INTRO     TO ACR-ESTADO.

           IF ACREEDOR-EXISTENTE = 1
               REWRITE ACREEDOR-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "CAMBIO ACREEDOR" TO AUDIT-ACCION
           ELSE
               WRITE ACREEDOR-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "ALTA ACREEDOR" TO AUDIT-ACCION.
           CLOSE F-ACREEDORES.

           MOVE CODIGO-INTRO TO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING ESTADO-INTRO " " IBAN-INTRO(1:18)
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de acreedor" LINE 6
               COLUMN 24.
           DISPLAY "Acreedor guardado en el maestro" LINE 10
               COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CONSULTA-ACREEDOR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consultar un acreedor" LINE 6 COLUMN 29.
           INITIALIZE CODIGO-INTRO.
           DISPLAY "Codigo de acreedor:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CODIGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CONSULTA-ACREEDOR.

           MOVE FUNCTION UPPER-CASE(CODIGO-INTRO) TO CODIGO-INTRO.
           IF CODIGO-INTRO = SPACES
               GO TO CONSULTA-ACREEDOR.

           OPEN INPUT F-ACREEDORES.
           IF FSAC <> 00
               CLOSE F-ACREEDORES
               GO TO ACREEDOR-NO-EXISTE.

           MOVE CODIGO-INTRO TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY
               CLOSE F-ACREEDORES
               GO TO ACREEDOR-NO-EXISTE.
           CLOSE F-ACREEDORES.

           COMPUTE PENDIENTE-ENT = ACR-PENDIENTE-CENT / 100.
           MOVE FUNCTION MOD(ACR-PENDIENTE-CENT, 100)
               TO PENDIENTE-DEC.
           DISPLAY FICHA-ACREEDOR.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ACREEDOR-NO-EXISTE.
           DISPLAY "Codigo de acreedor desconocido" LINE 12
               COLUMN 24 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ABRIR-ACREEDORES.
           OPEN I-O F-ACREEDORES.
           IF FSAC = 35 OR FSAC = 05
               CLOSE F-ACREEDORES
               OPEN OUTPUT F-ACREEDORES
               CLOSE F-ACREEDORES
               OPEN I-O F-ACREEDORES.
           IF FSAC <> 00
               GO TO PSYS-ERR.

       ABRIR-ACREEDORES-FIN.
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
           MOVE "BANK55" TO AUD-PROGRAMA.
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
           MOVE "BANK55"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSAC=" FSAC " " "FSAU=" FSAU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-ACREEDORES.
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
