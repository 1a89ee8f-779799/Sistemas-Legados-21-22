       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK75.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABO-NUM
           FILE STATUS IS FSAB.

           SELECT F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.


       DATA DIVISION.
       FILE SECTION.
      * Abonos de temporada y pases de varios espectaculos.  Cada
      * abono se vende de una vez a precio cerrado, en la tarifa
      * ABO-TARIFA de todos sus espectaculos; ABO-PARTE-CENT es la
      * parte del precio que corresponde a cada espectaculo, a
      * efectos de devolucion y de liquidacion al promotor.
      * ABO-ESTADO en blanco a la venta, R retirado.
       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonos.ubd".
       01 ABONO-REG.
           02 ABO-NUM               PIC   9(4).
           02 ABO-NOMBRE            PIC  X(30).
           02 ABO-TARIFA            PIC   9(1).
           02 ABO-PRECIO-ENT        PIC   9(5).
           02 ABO-PRECIO-DEC        PIC   9(2).
           02 ABO-NUM-ESP           PIC   9(2).
           02 ABO-EVENTO OCCURS 8 TIMES.
               03 ABO-ESP-NUM       PIC   9(4).
               03 ABO-PARTE-CENT    PIC   9(7).
           02 ABO-ESTADO            PIC   X(1).

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
       01 ESPECTACULO-REG.
           02 ESP-NUM               PIC   9(4).
           02 ESP-ANO               PIC   9(4).
           02 ESP-MES               PIC   9(2).
           02 ESP-DIA               PIC   9(2).
           02 ESP-HOR               PIC   9(2).
           02 ESP-MIN               PIC   9(2).
           02 ESP-DESCR             PIC  X(40).
           02 ESP-TARIFA OCCURS 3 TIMES.
               03 ESP-TAR-NOMBRE        PIC  X(10).
               03 ESP-TAR-DISP          PIC   9(7).
               03 ESP-TAR-PRECIO-ENT    PIC   9(4).
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

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
       77 FSAB                     PIC  X(2).
       77 FSE                      PIC  X(2).
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

       77 ABONUM-INTRO             PIC  9(4).
       77 ABONOMBRE-INTRO          PIC  X(30).
       77 TARIFA-INTRO             PIC  9(1).
       77 PRECIO-ENT-INTRO         PIC  9(5).
       77 PRECIO-DEC-INTRO         PIC  9(2).
       01 EVENTOS-INTRO.
           02 EVENTO-INTRO         PIC  9(4) OCCURS 8 TIMES.

       77 IDX-EVENTO               PIC  9(2).
       77 EVENTOS-ABONO            PIC  9(2).
       77 PRECIO-ABONO-CENT        PIC  9(7).
       77 SUMA-TARIFAS-CENT        PIC  9(9).
       77 REPARTIDO-CENT           PIC  9(7).
       01 TABLA-PRECIOS-TARIFA.
           02 PRECIO-TARIFA-CENT   PIC  9(6) OCCURS 8 TIMES.


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

       01 ABONO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(4) USING ABONUM-INTRO.
           05 FILLER AUTO LINE 9 COL 35
               PIC X(30) USING ABONOMBRE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(1) USING TARIFA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(5) USING PRECIO-ENT-INTRO.
           05 FILLER AUTO LINE 11 COL 51
               PIC 9(2) USING PRECIO-DEC-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 20
               PIC 9(4) USING EVENTO-INTRO(1).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 26
               PIC 9(4) USING EVENTO-INTRO(2).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 32
               PIC 9(4) USING EVENTO-INTRO(3).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 38
               PIC 9(4) USING EVENTO-INTRO(4).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 44
               PIC 9(4) USING EVENTO-INTRO(5).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 50
               PIC 9(4) USING EVENTO-INTRO(6).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 56
               PIC 9(4) USING EVENTO-INTRO(7).
           05 FILLER BLANK ZERO LINE 14 COL 62
               PIC 9(4) USING EVENTO-INTRO(8).

       01 RETIRO-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 45
               PIC 9(4) USING ABONUM-INTRO.


      * Abonos y pases de varios espectaculos.  La venta se hace en
      * el cajero (BANK7); la devolucion por cancelacion de uno de
      * los espectaculos (BATCHCANC) y la liquidacion al promotor
      * (BATCHLIQ) usan la parte del precio de cada espectaculo.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Abonos de espectaculos" LINE 2
               COLUMN 22 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Abonos de espectaculos" LINE 2
               COLUMN 22 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta de abono" LINE 8 COLUMN 20.
           DISPLAY "2 - Retirar un abono de la venta" LINE 9
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-ABONO.
           IF CHOICE = 2
               GO TO RETIRAR-ABONO.
           GO TO PMENUA1.

      * El abono se da de alta con sus espectaculos (hasta ocho), la
      * tarifa en que se vende y el precio cerrado.  Los espectaculos
      * tienen que existir y no estar cancelados.
      * El precio y la composicion de los abonos los fija un
      * supervisor, igual que los demas maestros de taquilla.
       ALTA-ABONO.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de abono" LINE 6 COLUMN 33.
           INITIALIZE ABONUM-INTRO.
           INITIALIZE ABONOMBRE-INTRO.
           INITIALIZE TARIFA-INTRO.
           INITIALIZE PRECIO-ENT-INTRO.
           INITIALIZE PRECIO-DEC-INTRO.
           INITIALIZE EVENTOS-INTRO.
           DISPLAY "Numero de abono:" LINE 8 COLUMN 15.
           DISPLAY "Nombre:" LINE 9 COLUMN 15.
           DISPLAY "Tarifa (1-3):" LINE 10 COLUMN 15.
           DISPLAY "Precio del abono:" LINE 11 COLUMN 15.
           DISPLAY "." LINE 11 COLUMN 50.
           DISPLAY "EUR" LINE 11 COLUMN 54.
           DISPLAY "Espectaculos del abono:" LINE 13 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ABONO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-ABONO.

           IF ABONUM-INTRO = 0 OR ABONOMBRE-INTRO = SPACES
              OR TARIFA-INTRO = 0 OR TARIFA-INTRO > 3
              OR (PRECIO-ENT-INTRO = 0 AND PRECIO-DEC-INTRO = 0)
              OR EVENTO-INTRO(1) = 0 OR EVENTO-INTRO(2) = 0
               DISPLAY "Revise numero, nombre, tarifa, precio y al"
                   LINE 17 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "menos dos espectaculos" LINE 18 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-ABONO-REINTENTO.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           INITIALIZE ABONO-REG.
           MOVE 0 TO EVENTOS-ABONO.
           MOVE 0 TO SUMA-TARIFAS-CENT.
           MOVE 0 TO IDX-EVENTO.

       LEER-EVENTO-ABONO.
           ADD 1 TO IDX-EVENTO.
           IF IDX-EVENTO > 8
               GO TO EVENTOS-ABONO-LEIDOS.
           IF EVENTO-INTRO(IDX-EVENTO) = 0
               GO TO LEER-EVENTO-ABONO.

           MOVE EVENTO-INTRO(IDX-EVENTO) TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               CLOSE F-ESPECTACULOS
               GO TO EVENTO-NO-VALIDO.
           IF ESP-ESTADO = "C"
               CLOSE F-ESPECTACULOS
               GO TO EVENTO-NO-VALIDO.

           ADD 1 TO EVENTOS-ABONO.
           MOVE ESP-NUM TO ABO-ESP-NUM(EVENTOS-ABONO).
           COMPUTE PRECIO-TARIFA-CENT(EVENTOS-ABONO) =
               (ESP-TAR-PRECIO-ENT(TARIFA-INTRO) * 100)
               + ESP-TAR-PRECIO-DEC(TARIFA-INTRO).
           ADD PRECIO-TARIFA-CENT(EVENTOS-ABONO)
               TO SUMA-TARIFAS-CENT.
           GO TO LEER-EVENTO-ABONO.

       EVENTOS-ABONO-LEIDOS.
           CLOSE F-ESPECTACULOS.

           COMPUTE PRECIO-ABONO-CENT = (PRECIO-ENT-INTRO * 100)
                                       + PRECIO-DEC-INTRO.
           PERFORM REPARTIR-PRECIO THRU REPARTIR-PRECIO-FIN.

           MOVE ABONUM-INTRO     TO ABO-NUM.
           MOVE ABONOMBRE-INTRO  TO ABO-NOMBRE.
           MOVE TARIFA-INTRO     TO ABO-TARIFA.
           MOVE PRECIO-ENT-INTRO TO ABO-PRECIO-ENT.
           MOVE PRECIO-DEC-INTRO TO ABO-PRECIO-DEC.
           MOVE EVENTOS-ABONO    TO ABO-NUM-ESP.
           MOVE " "              TO ABO-ESTADO.

           OPEN I-O F-ABONOS.
           IF FSAB = 35
               CLOSE F-ABONOS
               OPEN OUTPUT F-ABONOS
               CLOSE F-ABONOS
               OPEN I-O F-ABONOS.
           IF FSAB <> 00 AND 05
               GO TO PSYS-ERR.

           WRITE ABONO-REG INVALID KEY
               CLOSE F-ABONOS
               GO TO ABONO-YA-EXISTE.
           CLOSE F-ABONOS.

           MOVE "ALTA ABONO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING ABONUM-INTRO " " ABONOMBRE-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING TARIFA-INTRO " " PRECIO-ENT-INTRO "." PRECIO-DEC-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de abono" LINE 6 COLUMN 33.
           DISPLAY "Abono creado con" LINE 10 COLUMN 22.
           DISPLAY EVENTOS-ABONO LINE 10 COLUMN 39.
           DISPLAY "espectaculos" LINE 10 COLUMN 42.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ALTA-ABONO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ALTA-ABONO.
           GO TO ALTA-ABONO.

      * El precio del abono se reparte entre sus espectaculos en
      * proporcion al precio suelto de la tarifa en cada uno; el
      * ultimo se queda con el pico del redondeo.  Sin precios de
      * referencia el reparto es a partes iguales.
       REPARTIR-PRECIO.
           MOVE 0 TO REPARTIDO-CENT.
           MOVE 0 TO IDX-EVENTO.

       REPARTIR-UNO.
           ADD 1 TO IDX-EVENTO.
           IF IDX-EVENTO >= EVENTOS-ABONO
               GO TO REPARTIR-ULTIMO.

           IF SUMA-TARIFAS-CENT = 0
               COMPUTE ABO-PARTE-CENT(IDX-EVENTO) =
                   PRECIO-ABONO-CENT / EVENTOS-ABONO
           ELSE
               COMPUTE ABO-PARTE-CENT(IDX-EVENTO) =
                   (PRECIO-ABONO-CENT * PRECIO-TARIFA-CENT(IDX-EVENTO))
                   / SUMA-TARIFAS-CENT
           END-IF.
           ADD ABO-PARTE-CENT(IDX-EVENTO) TO REPARTIDO-CENT.
           GO TO REPARTIR-UNO.

       REPARTIR-ULTIMO.
           COMPUTE ABO-PARTE-CENT(EVENTOS-ABONO) =
               PRECIO-ABONO-CENT - REPARTIDO-CENT.

       REPARTIR-PRECIO-FIN.
           EXIT.

      * Un abono retirado deja de venderse; los ya vendidos siguen
      * vigentes.
       RETIRAR-ABONO.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirar un abono de la venta" LINE 6 COLUMN 26.
           INITIALIZE ABONUM-INTRO.
           DISPLAY "Numero de abono:" LINE 8 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT RETIRO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO RETIRAR-ABONO.

           OPEN I-O F-ABONOS.
           IF FSAB <> 00
               CLOSE F-ABONOS
               GO TO ABONO-NO-EXISTE.

           MOVE ABONUM-INTRO TO ABO-NUM.
           READ F-ABONOS INVALID KEY
               CLOSE F-ABONOS
               GO TO ABONO-NO-EXISTE.

           MOVE ABO-ESTADO TO AUDIT-ANTES.
           MOVE "R" TO ABO-ESTADO.
           REWRITE ABONO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ABONOS.

           MOVE "RETIRO ABONO" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING ABO-NUM " " ABO-NOMBRE
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE "R" TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirar un abono de la venta" LINE 6 COLUMN 26.
           DISPLAY "Abono retirado de la venta" LINE 10 COLUMN 27.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       EVENTO-NO-VALIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El espectaculo" LINE 10 COLUMN 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY EVENTO-INTRO(IDX-EVENTO) LINE 10 COLUMN 35
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "no existe o esta cancelado" LINE 10 COLUMN 40
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ABONO-YA-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese abono ya existe" LINE 10 COLUMN 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ABONO-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese abono no existe" LINE 10 COLUMN 29
               WITH FOREGROUND-COLOR IS BLACK
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
           MOVE "BANK75" TO AUD-PROGRAMA.
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
           MOVE "BANK75"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSAB=" FSAB " " "FSE=" FSE
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-ABONOS.
           CLOSE F-ESPECTACULOS.

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
