           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-AUTORIZADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-CLAVE
           ALTERNATE RECORD KEY IS AUT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSAT.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS FSOP.

           SELECT OPTIONAL F-PIGNORACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIG-DEP-NUM
           ALTERNATE RECORD KEY IS PIG-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPG.


       DATA DIVISION.
       FILE SECTION.
           02 CTA-FECHA-NAC     PIC 9(8).
           02 CTA-TELEFONO      PIC 9(9).

      * Personas autorizadas y apoderados de la cuenta.
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-PIGNORACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pignoraciones.ubd".
       01 PIGNORACION-REG.
           02 PIG-DEP-NUM           PIC  9(10).
           02 PIG-CUENTA            PIC 9(16).
           02 PIG-TARJETA           PIC 9(16).
           02 PIG-TIPO              PIC   X(1).
           02 PIG-PRESTAMO          PIC  9(10).
           02 PIG-CENT              PIC S9(11).
           02 PIG-LINEA-CENT        PIC   9(9).
           02 PIG-DISPUESTA         PIC   X(1).
           02 PIG-FECHA-ALTA        PIC   9(8).
           02 PIG-FECHA-BAJA        PIC   9(8).
           02 PIG-OPERADOR          PIC   9(4).
           02 PIG-ESTADO            PIC   X(1).


       WORKING-STORAGE SECTION.
       77 FSPV                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSOP                     PIC  X(2).
       77 FSAT                     PIC  X(2).
       77 FSPG                     PIC  X(2).

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

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 NUM-MANDATOS             PIC  9(3).
       77 NUM-BENEFICIARIOS        PIC  9(3).
       77 PREF-TELEFONO-MOSTRAR    PIC  9(9).
       77 PIGNORADO-CENT           PIC S9(11).
       77 NUM-PIGNORACIONES        PIC  9(3).
       77 AUTORIZADOS-LISTADOS     PIC  9(2).
       77 ALCANCE-MOSTRAR          PIC  X(9).

       77 MOV-EN-PANTALLA          PIC  9(2).
       77 IDX-ULT                  PIC  9(2).
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

       01 CLAVE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 40
           05 FILLER LINE LINEA-ACTUAL COL 56
               FOREGROUND-COLOR YELLOW VALUE "cent.".

       01 FILA-AUTORIZADO-360.
           05 FILLER LINE LINEA-ACTUAL COL 3
               FOREGROUND-COLOR CYAN PIC X(30) FROM AUT-NOMBRE.
           05 FILLER LINE LINEA-ACTUAL COL 34
               FOREGROUND-COLOR CYAN PIC X(9) FROM AUT-NIF.
           05 FILLER LINE LINEA-ACTUAL COL 44
               FOREGROUND-COLOR CYAN PIC X(9) FROM ALCANCE-MOSTRAR.
           05 FILLER LINE LINEA-ACTUAL COL 54
               FOREGROUND-COLOR CYAN BLANK WHEN ZERO
               PIC 9(8) FROM AUT-FECHA-HASTA.
           05 FILLER LINE LINEA-ACTUAL COL 63
               FOREGROUND-COLOR CYAN BLANK WHEN ZERO
               PIC 9(16) FROM AUT-TARJETA.

       01 DRILL-ACCEPT.
           05 FILLER LINE 21 COL 10 VALUE
               "Tarjeta a detallar (0 - volver):".
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE MODO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

      * fallidos y la caducidad de la clave del operador.
           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
           DISPLAY "Tel. avisos:" LINE 6 COLUMN 50.
           DISPLAY PREF-TELEFONO-MOSTRAR LINE 6 COLUMN 63.

           PERFORM SUMAR-PIGNORACIONES THRU SUMAR-PIGNORACIONES-FIN.
           IF NUM-PIGNORACIONES > 0
               DISPLAY "Pignorado:" LINE 5 COLUMN 45
               DISPLAY PIGNORADO-CENT LINE 5 COLUMN 56
               DISPLAY "cent." LINE 5 COLUMN 69.

           DISPLAY "TARJETA" LINE 8 COLUMN 3.
           DISPLAY "CADUCA" LINE 8 COLUMN 20.
           DISPLAY "BLOQUEO" LINE 8 COLUMN 27.
           CLOSE TARJETAS.

           IF TARJETAS-LISTADAS = 0
               DISPLAY "Sin tarjetas asociadas" LINE 10 COLUMN 5
               MOVE 11 TO LINEA-ACTUAL.

           PERFORM LISTAR-AUTORIZADOS THRU LISTAR-AUTORIZADOS-FIN.

           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       DATOS-TARJETA-360-FIN.
           EXIT.

      * Autorizados y apoderados vigentes de la cuenta bajo sus
      * tarjetas, hasta donde quepan antes de la linea de detalle.
       LISTAR-AUTORIZADOS.
           MOVE 0 TO AUTORIZADOS-LISTADOS.
           ADD 1 TO LINEA-ACTUAL.
           IF LINEA-ACTUAL > 19
               GO TO LISTAR-AUTORIZADOS-FIN.

           OPEN INPUT F-AUTORIZADOS.
           IF FSAT <> 00
               CLOSE F-AUTORIZADOS
               GO TO LISTAR-AUTORIZADOS-FIN.

           MOVE CUENTA-ID TO AUT-CUENTA.
           MOVE 0         TO AUT-NUM.
           START F-AUTORIZADOS KEY IS > AUT-CLAVE
               INVALID KEY GO TO AUTORIZADOS-360-LISTADOS.

       LEER-AUTORIZADO-360.
           READ F-AUTORIZADOS NEXT RECORD AT END
               GO TO AUTORIZADOS-360-LISTADOS.
           IF AUT-CUENTA NOT = CUENTA-ID
               GO TO AUTORIZADOS-360-LISTADOS.
           IF AUT-ESTADO NOT = "A"
               GO TO LEER-AUTORIZADO-360.

           IF AUTORIZADOS-LISTADOS = 0
               DISPLAY "AUTORIZADO" LINE LINEA-ACTUAL COLUMN 3
               DISPLAY "NIF" LINE LINEA-ACTUAL COLUMN 34
               DISPLAY "ALCANCE" LINE LINEA-ACTUAL COLUMN 44
               DISPLAY "HASTA" LINE LINEA-ACTUAL COLUMN 54
               DISPLAY "TARJETA" LINE LINEA-ACTUAL COLUMN 63
               ADD 1 TO LINEA-ACTUAL.

           MOVE "TOTAL    " TO ALCANCE-MOSTRAR.
           IF AUT-ALCANCE = "C"
               MOVE "CONSULTA " TO ALCANCE-MOSTRAR.
           IF AUT-ALCANCE = "P"
               MOVE "PAGOS LIM" TO ALCANCE-MOSTRAR.
           DISPLAY FILA-AUTORIZADO-360.
           ADD 1 TO LINEA-ACTUAL.
           ADD 1 TO AUTORIZADOS-LISTADOS.

           IF LINEA-ACTUAL > 20
               GO TO AUTORIZADOS-360-LISTADOS.
           GO TO LEER-AUTORIZADO-360.

       AUTORIZADOS-360-LISTADOS.
           CLOSE F-AUTORIZADOS.

       LISTAR-AUTORIZADOS-FIN.
           EXIT.

      * Mandatos activos, favoritos y telefono de avisos de todas
      * las tarjetas de la cuenta.
       CONTAR-VINCULOS.
       CONTAR-VINCULOS-FIN.
           EXIT.

      * Depositos de la cuenta pignorados en garantia y vigentes.
       SUMAR-PIGNORACIONES.
           MOVE 0 TO PIGNORADO-CENT.
           MOVE 0 TO NUM-PIGNORACIONES.

           OPEN INPUT F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO SUMAR-PIGNORACIONES-FIN.

           MOVE CUENTA-ID TO PIG-CUENTA.
           START F-PIGNORACIONES KEY IS = PIG-CUENTA
               INVALID KEY GO TO PIGNORACIONES-SUMADAS.

       LEER-PIGNORACION-360.
           READ F-PIGNORACIONES NEXT RECORD AT END
               GO TO PIGNORACIONES-SUMADAS.
           IF PIG-CUENTA NOT = CUENTA-ID
               GO TO PIGNORACIONES-SUMADAS.
           IF PIG-ESTADO = "V"
               ADD PIG-CENT TO PIGNORADO-CENT
               ADD 1 TO NUM-PIGNORACIONES.
           GO TO LEER-PIGNORACION-360.

       PIGNORACIONES-SUMADAS.
           CLOSE F-PIGNORACIONES.

       SUMAR-PIGNORACIONES-FIN.
           EXIT.

       CONTAR-MANDATOS-TARJ.
           OPEN INPUT F-MANDATOS.
           IF FSN <> 00
