       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK74.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECINTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRC.

           SELECT OPTIONAL F-PLANOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-CLAVE
           FILE STATUS IS FSPL.

           SELECT OPTIONAL F-ASIENTOSPLANO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAS-CLAVE
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de recintos donde se celebran los espectaculos.
       FD F-RECINTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recintos.ubd".
       01 RECINTO-REG.
           02 REC-NUM               PIC   9(3).
           02 REC-NOMBRE            PIC  X(30).
           02 REC-LOCALIDAD         PIC  X(20).

      * Planos de sala de cada recinto: filas, asientos por fila y
      * hasta tres zonas, una por tarifa del espectaculo, con las
      * filas que ocupa cada una al crear el plano.
       FD F-PLANOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "planosrecinto.ubd".
       01 PLANO-REG.
           02 PLN-CLAVE.
               03 PLN-RECINTO       PIC   9(3).
               03 PLN-PLANO         PIC   9(2).
           02 PLN-NOMBRE            PIC  X(20).
           02 PLN-FILAS             PIC   9(2).
           02 PLN-ASIENTOS-FILA     PIC   9(3).
           02 PLN-ZONA OCCURS 3 TIMES.
               03 PLN-ZONA-NOMBRE       PIC  X(10).
               03 PLN-ZONA-FILA-DESDE   PIC   9(2).
               03 PLN-ZONA-FILA-HASTA   PIC   9(2).

      * Asientos del plano con su zona.  PAS-BLOQUEO A reservado
      * para accesibilidad, P retenido por el promotor; los
      * bloqueados no salen a la venta.
       FD F-ASIENTOSPLANO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asientosplano.ubd".
       01 ASIENTOPLANO-REG.
           02 PAS-CLAVE.
               03 PAS-RECINTO       PIC   9(3).
               03 PAS-PLANO         PIC   9(2).
               03 PAS-FILA          PIC   9(2).
               03 PAS-ASIENTO       PIC   9(3).
           02 PAS-ZONA              PIC   9(1).
           02 PAS-BLOQUEO           PIC   X(1).

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
       77 FSRC                     PIC  X(2).
       77 FSPL                     PIC  X(2).
       77 FSPA                     PIC  X(2).
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

       77 RECNUM-INTRO             PIC  9(3).
       77 RECNOMBRE-INTRO          PIC  X(30).
       77 LOCALIDAD-INTRO          PIC  X(20).
       77 PLANO-INTRO              PIC  9(2).
       77 PLNNOMBRE-INTRO          PIC  X(20).
       77 FILAS-INTRO              PIC  9(2).
       77 ASIENTOS-FILA-INTRO      PIC  9(3).
       01 ZONAS-INTRO.
           02 ZONA-INTRO OCCURS 3 TIMES.
               03 ZONA-NOMBRE-I    PIC  X(10).
               03 ZONA-DESDE-I     PIC  9(2).
               03 ZONA-HASTA-I     PIC  9(2).
       77 FILA-INTRO               PIC  9(2).
       77 ASIENTO-INTRO            PIC  9(3).
       77 ZONA-ASI-INTRO           PIC  9(1).
       77 BLOQUEO-INTRO            PIC  X(1).

       77 FILA-GEN                 PIC  9(2).
       77 ASIENTO-GEN              PIC  9(3).
       77 ZONA-GEN                 PIC  9(1).
       77 IDX-ZONA                 PIC  9(1).
       77 ASIENTOS-GENERADOS       PIC  9(5).


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

       01 RECINTO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(3) USING RECNUM-INTRO.
           05 FILLER AUTO LINE 9 COL 35
               PIC X(30) USING RECNOMBRE-INTRO.
           05 FILLER LINE 10 COL 35
               PIC X(20) USING LOCALIDAD-INTRO.

       01 PLANO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(3) USING RECNUM-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
               PIC 9(2) USING PLANO-INTRO.
           05 FILLER AUTO LINE 10 COL 35
               PIC X(20) USING PLNNOMBRE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(2) USING FILAS-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(3) USING ASIENTOS-FILA-INTRO.
           05 FILLER AUTO LINE 15 COL 30
               PIC X(10) USING ZONA-NOMBRE-I(1).
           05 FILLER BLANK ZERO AUTO LINE 15 COL 42
               PIC 9(2) USING ZONA-DESDE-I(1).
           05 FILLER BLANK ZERO AUTO LINE 15 COL 46
               PIC 9(2) USING ZONA-HASTA-I(1).
           05 FILLER AUTO LINE 16 COL 30
               PIC X(10) USING ZONA-NOMBRE-I(2).
           05 FILLER BLANK ZERO AUTO LINE 16 COL 42
               PIC 9(2) USING ZONA-DESDE-I(2).
           05 FILLER BLANK ZERO AUTO LINE 16 COL 46
               PIC 9(2) USING ZONA-HASTA-I(2).
           05 FILLER AUTO LINE 17 COL 30
               PIC X(10) USING ZONA-NOMBRE-I(3).
           05 FILLER BLANK ZERO AUTO LINE 17 COL 42
               PIC 9(2) USING ZONA-DESDE-I(3).
           05 FILLER BLANK ZERO LINE 17 COL 46
               PIC 9(2) USING ZONA-HASTA-I(3).

       01 ASIENTO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(3) USING RECNUM-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
               PIC 9(2) USING PLANO-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(2) USING FILA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(3) USING ASIENTO-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(1) USING ZONA-ASI-INTRO.
           05 FILLER LINE 13 COL 45
               PIC X(1) USING BLOQUEO-INTRO.


      * Recintos y planos de sala.  Un espectaculo dado de alta
      * sobre un plano toma de el su mapa de asientos y la capacidad
      * de cada tarifa (BANK20, BATCHEVT).
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Recintos y planos de sala" LINE 2
               COLUMN 21 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Recintos y planos de sala" LINE 2
               COLUMN 21 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta/modificacion de recinto" LINE 8
               COLUMN 20.
           DISPLAY "2 - Alta de plano de sala" LINE 9 COLUMN 20.
           DISPLAY "3 - Zona y bloqueo de un asiento del plano"
               LINE 10 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-RECINTO.
           IF CHOICE = 2
               GO TO ALTA-PLANO.
           IF CHOICE = 3
               GO TO AJUSTAR-ASIENTO.
           GO TO PMENUA1.

      * Recintos, planos y asientos son maestros de los que cuelgan
      * todos los espectaculos; solo los mantiene un supervisor.
       ALTA-RECINTO.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta/modificacion de recinto" LINE 6 COLUMN 26.
           INITIALIZE RECNUM-INTRO.
           INITIALIZE RECNOMBRE-INTRO.
           INITIALIZE LOCALIDAD-INTRO.
           DISPLAY "Numero de recinto:" LINE 8 COLUMN 15.
           DISPLAY "Nombre:" LINE 9 COLUMN 15.
           DISPLAY "Localidad:" LINE 10 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT RECINTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-RECINTO.

           IF RECNUM-INTRO = 0 OR RECNOMBRE-INTRO = SPACES
               DISPLAY "Indique numero y nombre del recinto" LINE 16
                   COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-RECINTO.

           OPEN I-O F-RECINTOS.
           IF FSRC = 35
               CLOSE F-RECINTOS
               OPEN OUTPUT F-RECINTOS
               CLOSE F-RECINTOS
               OPEN I-O F-RECINTOS.
           IF FSRC <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE RECNUM-INTRO    TO REC-NUM.
           MOVE RECNOMBRE-INTRO TO REC-NOMBRE.
           MOVE LOCALIDAD-INTRO TO REC-LOCALIDAD.
           REWRITE RECINTO-REG INVALID KEY
               WRITE RECINTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-RECINTOS.

           MOVE "RECINTO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING RECNUM-INTRO " " RECNOMBRE-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE LOCALIDAD-INTRO TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta/modificacion de recinto" LINE 6 COLUMN 26.
           DISPLAY "Recinto actualizado" LINE 10 COLUMN 30.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * El plano se crea entero: un asiento por fila y columna, de
      * la primera zona cuyas filas lo incluyan (o de la primera si
      * ninguna).  Los retoques posteriores se hacen asiento a
      * asiento.
       ALTA-PLANO.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de plano de sala" LINE 6 COLUMN 30.
           INITIALIZE RECNUM-INTRO.
           INITIALIZE PLANO-INTRO.
           INITIALIZE PLNNOMBRE-INTRO.
           INITIALIZE FILAS-INTRO.
           INITIALIZE ASIENTOS-FILA-INTRO.
           INITIALIZE ZONAS-INTRO.
           DISPLAY "Numero de recinto:" LINE 8 COLUMN 15.
           DISPLAY "Numero de plano:" LINE 9 COLUMN 15.
           DISPLAY "Nombre del plano:" LINE 10 COLUMN 15.
           DISPLAY "Filas:" LINE 11 COLUMN 15.
           DISPLAY "Asientos por fila:" LINE 12 COLUMN 15.
           DISPLAY "Zonas (nombre, fila desde, fila hasta):" LINE 14
               COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT PLANO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-PLANO.

           IF RECNUM-INTRO = 0 OR PLANO-INTRO = 0
              OR FILAS-INTRO = 0 OR ASIENTOS-FILA-INTRO = 0
              OR ZONA-NOMBRE-I(1) = SPACES
               DISPLAY "Revise recinto, plano, filas, asientos y"
                   LINE 19 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "la primera zona" LINE 20 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-PLANO-REINTENTO.

           OPEN INPUT F-RECINTOS.
           IF FSRC <> 00
               CLOSE F-RECINTOS
               GO TO RECINTO-NO-EXISTE.
           MOVE RECNUM-INTRO TO REC-NUM.
           READ F-RECINTOS INVALID KEY
               CLOSE F-RECINTOS
               GO TO RECINTO-NO-EXISTE.
           CLOSE F-RECINTOS.

           OPEN I-O F-PLANOS.
           IF FSPL = 35
               CLOSE F-PLANOS
               OPEN OUTPUT F-PLANOS
               CLOSE F-PLANOS
               OPEN I-O F-PLANOS.
           IF FSPL <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE RECNUM-INTRO        TO PLN-RECINTO.
           MOVE PLANO-INTRO         TO PLN-PLANO.
           MOVE PLNNOMBRE-INTRO     TO PLN-NOMBRE.
           MOVE FILAS-INTRO         TO PLN-FILAS.
           MOVE ASIENTOS-FILA-INTRO TO PLN-ASIENTOS-FILA.
           MOVE ZONA-NOMBRE-I(1)     TO PLN-ZONA-NOMBRE(1).
           MOVE ZONA-DESDE-I(1)      TO PLN-ZONA-FILA-DESDE(1).
           MOVE ZONA-HASTA-I(1)      TO PLN-ZONA-FILA-HASTA(1).
           MOVE ZONA-NOMBRE-I(2)     TO PLN-ZONA-NOMBRE(2).
           MOVE ZONA-DESDE-I(2)      TO PLN-ZONA-FILA-DESDE(2).
           MOVE ZONA-HASTA-I(2)      TO PLN-ZONA-FILA-HASTA(2).
           MOVE ZONA-NOMBRE-I(3)     TO PLN-ZONA-NOMBRE(3).
           MOVE ZONA-DESDE-I(3)      TO PLN-ZONA-FILA-DESDE(3).
           MOVE ZONA-HASTA-I(3)      TO PLN-ZONA-FILA-HASTA(3).
           WRITE PLANO-REG INVALID KEY
               CLOSE F-PLANOS
               GO TO PLANO-YA-EXISTE.
           CLOSE F-PLANOS.

           PERFORM GENERAR-PLANO THRU GENERAR-PLANO-FIN.

           MOVE "ALTA PLANO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING RECNUM-INTRO " " PLANO-INTRO " " PLNNOMBRE-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING FILAS-INTRO " x " ASIENTOS-FILA-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de plano de sala" LINE 6 COLUMN 30.
           DISPLAY "Plano creado con" LINE 10 COLUMN 20.
           DISPLAY ASIENTOS-GENERADOS LINE 10 COLUMN 37.
           DISPLAY "asientos" LINE 10 COLUMN 43.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ALTA-PLANO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ALTA-PLANO.
           GO TO ALTA-PLANO.

       GENERAR-PLANO.
           MOVE 0 TO ASIENTOS-GENERADOS.

           OPEN I-O F-ASIENTOSPLANO.
           IF FSPA = 35
               CLOSE F-ASIENTOSPLANO
               OPEN OUTPUT F-ASIENTOSPLANO
               CLOSE F-ASIENTOSPLANO
               OPEN I-O F-ASIENTOSPLANO.
           IF FSPA <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE 1 TO FILA-GEN.

       GENERAR-FILA-PLANO.
           IF FILA-GEN > FILAS-INTRO
               GO TO PLANO-GENERADO.

           MOVE 1 TO ZONA-GEN.
           MOVE 0 TO IDX-ZONA.

       BUSCAR-ZONA-FILA.
           ADD 1 TO IDX-ZONA.
           IF IDX-ZONA > 3
               GO TO ZONA-FILA-HALLADA.
           IF ZONA-NOMBRE-I(IDX-ZONA) = SPACES
               GO TO BUSCAR-ZONA-FILA.
           IF FILA-GEN < ZONA-DESDE-I(IDX-ZONA)
              OR FILA-GEN > ZONA-HASTA-I(IDX-ZONA)
               GO TO BUSCAR-ZONA-FILA.
           MOVE IDX-ZONA TO ZONA-GEN.

       ZONA-FILA-HALLADA.
           MOVE 1 TO ASIENTO-GEN.

       GENERAR-ASIENTO-PLANO.
           IF ASIENTO-GEN > ASIENTOS-FILA-INTRO
               ADD 1 TO FILA-GEN
               GO TO GENERAR-FILA-PLANO.

           MOVE RECNUM-INTRO TO PAS-RECINTO.
           MOVE PLANO-INTRO  TO PAS-PLANO.
           MOVE FILA-GEN     TO PAS-FILA.
           MOVE ASIENTO-GEN  TO PAS-ASIENTO.
           MOVE ZONA-GEN     TO PAS-ZONA.
           MOVE " "          TO PAS-BLOQUEO.
           WRITE ASIENTOPLANO-REG INVALID KEY CONTINUE.
           ADD 1 TO ASIENTOS-GENERADOS.

           ADD 1 TO ASIENTO-GEN.
           GO TO GENERAR-ASIENTO-PLANO.

       PLANO-GENERADO.
           CLOSE F-ASIENTOSPLANO.

       GENERAR-PLANO-FIN.
           EXIT.

      * Cambia la zona de un asiento del plano o lo bloquea (A
      * accesibilidad, P promotor); en blanco queda a la venta.  Solo
      * afecta a los espectaculos que se den de alta despues.
       AJUSTAR-ASIENTO.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Zona y bloqueo de un asiento" LINE 6 COLUMN 26.
           INITIALIZE RECNUM-INTRO.
           INITIALIZE PLANO-INTRO.
           INITIALIZE FILA-INTRO.
           INITIALIZE ASIENTO-INTRO.
           INITIALIZE ZONA-ASI-INTRO.
           INITIALIZE BLOQUEO-INTRO.
           DISPLAY "Numero de recinto:" LINE 8 COLUMN 15.
           DISPLAY "Numero de plano:" LINE 9 COLUMN 15.
           DISPLAY "Fila:" LINE 10 COLUMN 15.
           DISPLAY "Asiento:" LINE 11 COLUMN 15.
           DISPLAY "Zona (1-3, 0 = no cambia):" LINE 12 COLUMN 15.
           DISPLAY "Bloqueo (A/P, en blanco libre):" LINE 13
               COLUMN 13.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ASIENTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO AJUSTAR-ASIENTO.

           MOVE FUNCTION UPPER-CASE(BLOQUEO-INTRO) TO BLOQUEO-INTRO.
           IF ZONA-ASI-INTRO > 3
              OR (BLOQUEO-INTRO NOT = " " AND NOT = "A"
                  AND NOT = "P")
               DISPLAY "Zona de 1 a 3 y bloqueo A, P o en blanco"
                   LINE 16 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO AJUSTAR-ASIENTO-REINTENTO.

           OPEN I-O F-ASIENTOSPLANO.
           IF FSPA <> 00
               CLOSE F-ASIENTOSPLANO
               GO TO ASIENTO-NO-EXISTE.

           MOVE RECNUM-INTRO  TO PAS-RECINTO.
           MOVE PLANO-INTRO   TO PAS-PLANO.
           MOVE FILA-INTRO    TO PAS-FILA.
           MOVE ASIENTO-INTRO TO PAS-ASIENTO.
           READ F-ASIENTOSPLANO INVALID KEY
               CLOSE F-ASIENTOSPLANO
               GO TO ASIENTO-NO-EXISTE.

           MOVE SPACES TO AUDIT-ANTES.
           STRING PAS-ZONA " " PAS-BLOQUEO
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           IF ZONA-ASI-INTRO > 0
               MOVE ZONA-ASI-INTRO TO PAS-ZONA.
           MOVE BLOQUEO-INTRO TO PAS-BLOQUEO.
           REWRITE ASIENTOPLANO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ASIENTOSPLANO.

           MOVE "AJUSTE ASIENTO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING RECNUM-INTRO " " PLANO-INTRO " " FILA-INTRO " "
               ASIENTO-INTRO DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING PAS-ZONA " " PAS-BLOQUEO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Zona y bloqueo de un asiento" LINE 6 COLUMN 26.
           DISPLAY "Asiento del plano actualizado" LINE 10
               COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       AJUSTAR-ASIENTO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO AJUSTAR-ASIENTO.
           GO TO AJUSTAR-ASIENTO.

       RECINTO-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese recinto no existe" LINE 10 COLUMN 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       PLANO-YA-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese plano ya existe" LINE 10 COLUMN 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ASIENTO-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese asiento no existe en el plano" LINE 10
               COLUMN 23 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

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
           MOVE "BANK74" TO AUD-PROGRAMA.
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
           MOVE "BANK74"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRC=" FSRC " " "FSPL=" FSPL " " "FSPA=" FSPA
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-RECINTOS.
           CLOSE F-PLANOS.
           CLOSE F-ASIENTOSPLANO.

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
