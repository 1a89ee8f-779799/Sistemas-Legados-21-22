       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK57.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

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
      * Registro de tarjetas retenidas por los cajeros.  CAP-MOTIVO:
      * PIN, CAD caducada, CON congelada, ROB robada o perdida, CAN
      * anulada, FAL titular fallecido, OLV olvidada (otra entidad).
      * CAP-ESTADO: T en el terminal, R retirada por el transporte,
      * D devuelta al titular, X destruida, E devuelta a la emisora.
       FD F-CAPTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "capturas.ubd".
       01 CAPTURA-REG.
           02 CAP-NUM               PIC  9(10).
           02 CAP-TARJETA           PIC  9(16).
           02 CAP-TERMINAL          PIC  9(4).
           02 CAP-FECHA             PIC  9(8).
           02 CAP-HORA              PIC  9(6).
           02 CAP-MOTIVO            PIC  X(3).
           02 CAP-PROPIA            PIC  X(1).
           02 CAP-ESTADO            PIC  X(1).
           02 CAP-FECHA-RETIRADA    PIC  9(8).
           02 CAP-OPERADOR-RETIRADA PIC  9(4).
           02 CAP-FECHA-CIERRE      PIC  9(8).
           02 CAP-OPERADOR          PIC  9(4).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM      PIC 9(16).
           02 TPIN-SALT  PIC  9(4).
           02 TPIN-HASH PIC  9(9).
           02 TCAD      PIC  9(6).
           02 CTA-ID    PIC 9(16).
           02 TPRIMER-USO PIC  X(1).
           02 TIDIOMA    PIC  X(2).

       FD CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTAREG.
           02 CUENTA-ID        PIC 9(16).
           02 CTA-NOMBRE       PIC X(30).
           02 CTA-DIRECCION    PIC X(35).
           02 CTA-FECHA-ALTA.
               03 CTA-ANO-ALTA PIC 9(4).
               03 CTA-MES-ALTA PIC 9(2).
               03 CTA-DIA-ALTA PIC 9(2).
           02 CTA-SOBREG-ENT   PIC 9(7).
           02 CTA-SOBREG-DEC   PIC 9(2).
           02 CTA-MINIMO-ENT    PIC 9(7).
           02 CTA-MINIMO-DEC    PIC 9(2).
           02 CTA-EXENTA-COM    PIC X(1).
           02 CTA-ESTADO        PIC X(1).
           02 CTA-NIF           PIC X(9).
           02 CTA-FECHA-NAC     PIC 9(8).
           02 CTA-TELEFONO      PIC 9(9).

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
       77 FSCP                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
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
       77 OPCION-ELEGIDA           PIC  9(1).
       77 TARJETA-INTRO            PIC 9(16).
       77 NIF-INTRO                PIC  X(9).
       77 NUM-CAPTURA              PIC  9(10).
       77 CAPTURA-EN-TERMINAL      PIC  9(1).
       77 ESTADO-NUEVO             PIC  X(1).
       77 FECHA-CIERRE-AAAAMMDD    PIC  9(8).
       77 MOTIVO-TEXTO             PIC X(30).
       77 PROPIA-TEXTO             PIC X(20).

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

       01 TARJETA-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 40
               PIC 9(16) USING TARJETA-INTRO.

       01 NIF-ACCEPT.
           05 FILLER LINE 18 COL 40
               PIC X(9) USING NIF-INTRO.

       01 FICHA-CAPTURA.
           05 FILLER LINE 10 COL 10 VALUE "Retenida en terminal:".
           05 FILLER LINE 10 COL 40 PIC 9(4) FROM CAP-TERMINAL.
           05 FILLER LINE 11 COL 10 VALUE "Fecha y hora:".
           05 FILLER LINE 11 COL 40 PIC 9(8) FROM CAP-FECHA.
           05 FILLER LINE 11 COL 50 PIC 9(6) FROM CAP-HORA.
           05 FILLER LINE 12 COL 10 VALUE "Motivo:".
           05 FILLER LINE 12 COL 40 PIC X(30) FROM MOTIVO-TEXTO.
           05 FILLER LINE 13 COL 10 VALUE "Entidad:".
           05 FILLER LINE 13 COL 40 PIC X(20) FROM PROPIA-TEXTO.
           05 FILLER LINE 14 COL 10 VALUE "Retirada del cajero:".
           05 FILLER LINE 14 COL 40 PIC 9(8) FROM CAP-FECHA-RETIRADA.


      * Tarjetas retenidas por los cajeros, una vez que el transporte
      * las ha sacado del terminal (BANK19): la oficina las devuelve
      * a su titular tras comprobar su documento, las destruye, o las
      * remite por la red a la entidad emisora si no son nuestras.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Tarjetas retenidas" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Tarjetas retenidas" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Devolver tarjeta a su titular" LINE 8
               COLUMN 20.
           DISPLAY "2 - Destruir tarjeta" LINE 9 COLUMN 20.
           DISPLAY "3 - Remitir tarjeta a la entidad emisora" LINE 10
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1 OR CHOICE = 2 OR CHOICE = 3
               MOVE CHOICE TO OPCION-ELEGIDA
               GO TO PEDIR-TARJETA.
           GO TO PMENUA1.

       PEDIR-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-TITULO THRU MOSTRAR-TITULO-FIN.
           INITIALIZE TARJETA-INTRO.
           DISPLAY "Numero de tarjeta:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT TARJETA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-TARJETA.

           IF TARJETA-INTRO = 0
               GO TO PEDIR-TARJETA.

      * Una misma tarjeta puede haberse retenido mas de una vez; se
      * atiende la retencion que ya esta en la oficina.  Si solo hay
      * una que sigue en el cajero, hay que esperar al transporte.
           MOVE 0 TO NUM-CAPTURA.
           MOVE 0 TO CAPTURA-EN-TERMINAL.

           OPEN INPUT F-CAPTURAS.
           IF FSCP <> 00
               CLOSE F-CAPTURAS
               GO TO CAPTURA-NO-EXISTE.

           MOVE TARJETA-INTRO TO CAP-TARJETA.
           START F-CAPTURAS KEY IS = CAP-TARJETA INVALID KEY
               CLOSE F-CAPTURAS
               GO TO CAPTURA-NO-EXISTE.

       LEER-CAPTURA-TARJETA.
           READ F-CAPTURAS NEXT RECORD AT END
               GO TO CAPTURA-BUSCADA.
           IF CAP-TARJETA NOT = TARJETA-INTRO
               GO TO CAPTURA-BUSCADA.
           IF CAP-ESTADO = "R"
               MOVE CAP-NUM TO NUM-CAPTURA.
           IF CAP-ESTADO = "T"
               MOVE 1 TO CAPTURA-EN-TERMINAL.
           GO TO LEER-CAPTURA-TARJETA.

       CAPTURA-BUSCADA.
           CLOSE F-CAPTURAS.
           IF NUM-CAPTURA = 0 AND CAPTURA-EN-TERMINAL = 1
               GO TO CAPTURA-EN-CAJERO.
           IF NUM-CAPTURA = 0
               GO TO CAPTURA-NO-EXISTE.

           OPEN I-O F-CAPTURAS.
           IF FSCP <> 00
               GO TO PSYS-ERR.
           MOVE NUM-CAPTURA TO CAP-NUM.
           READ F-CAPTURAS INVALID KEY GO TO PSYS-ERR.

           PERFORM DESCRIBIR-CAPTURA THRU DESCRIBIR-CAPTURA-FIN.
           DISPLAY FICHA-CAPTURA.

           IF OPCION-ELEGIDA = 1
               GO TO DEVOLVER-TITULAR.
           IF OPCION-ELEGIDA = 3
               GO TO REMITIR-EMISORA.

       DESTRUIR-TARJETA.
           DISPLAY "Enter - Confirmar destruccion" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       DESTRUIR-TARJETA-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CAPTURAS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO DESTRUIR-TARJETA-ENTER.

           MOVE "X" TO ESTADO-NUEVO.
           MOVE "DESTRUCCION TARJETA" TO AUDIT-ACCION.
           GO TO CERRAR-CAPTURA.

      * Las tarjetas de otra entidad no se entregan en ventanilla:
      * vuelven a su emisor por la red.
       REMITIR-EMISORA.
           IF CAP-PROPIA NOT = "N"
               CLOSE F-CAPTURAS
               DISPLAY "La tarjeta es de la entidad: devuelvala a su"
                   LINE 20 COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "titular o destruyala" LINE 21 COLUMN 10
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "               " LINE 24 COLUMN 1
               DISPLAY "              " LINE 24 COLUMN 66
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

           DISPLAY "Enter - Confirmar remision" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       REMITIR-EMISORA-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CAPTURAS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REMITIR-EMISORA-ENTER.

           MOVE "E" TO ESTADO-NUEVO.
           MOVE "ENVIO TARJETA RED" TO AUDIT-ACCION.
           GO TO CERRAR-CAPTURA.

      * Solo se devuelven las tarjetas propias retenidas por causa
      * del propio titular (PIN, congelacion); las robadas, anuladas,
      * caducadas o de titular fallecido se destruyen.  El documento
      * presentado debe ser el del titular de la cuenta.
       DEVOLVER-TITULAR.
           IF CAP-PROPIA = "N"
               CLOSE F-CAPTURAS
               DISPLAY "Tarjeta de otra entidad: debe remitirse a"
                   LINE 20 COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "su entidad emisora" LINE 21 COLUMN 10
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "               " LINE 24 COLUMN 1
               DISPLAY "              " LINE 24 COLUMN 66
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

           IF CAP-MOTIVO NOT = "PIN" AND NOT = "CON"
               CLOSE F-CAPTURAS
               DISPLAY "Por el motivo de la retencion la tarjeta no"
                   LINE 20 COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "se devuelve: debe destruirse" LINE 21
                   COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "               " LINE 24 COLUMN 1
               DISPLAY "              " LINE 24 COLUMN 66
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

           MOVE SPACES TO NIF-INTRO.

       PEDIR-NIF.
           DISPLAY "NIF del titular:" LINE 18 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NIF-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CAPTURAS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-NIF.

           MOVE FUNCTION UPPER-CASE(NIF-INTRO) TO NIF-INTRO.
           IF NIF-INTRO = SPACES
               GO TO PEDIR-NIF.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE CAP-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 0 TO CTA-ID.
           CLOSE TARJETAS.

           MOVE SPACES TO CTA-NIF.
           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTA-ID TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE SPACES TO CTA-NIF.
           CLOSE CUENTAS.

           IF CTA-NIF = SPACES OR CTA-NIF NOT = NIF-INTRO
               GO TO NIF-NO-COINCIDE.

           MOVE "D" TO ESTADO-NUEVO.
           MOVE "DEVOLUCION TARJETA" TO AUDIT-ACCION.
           GO TO CERRAR-CAPTURA.

      * El intento de retirar una tarjeta con un documento que no es
      * el del titular queda en la auditoria.
       NIF-NO-COINCIDE.
           CLOSE F-CAPTURAS.

           MOVE "NIF NO COINCIDE" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING "TARJETA " CAP-TARJETA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE NIF-INTRO TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           DISPLAY "El documento no corresponde al titular;"
               LINE 20 COLUMN 10 WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "la tarjeta no se entrega" LINE 21 COLUMN 10
               WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "               " LINE 24 COLUMN 1.
           DISPLAY "              " LINE 24 COLUMN 66.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Cierra la retencion con la fecha contable y el operador que
      * la atiende.
       CERRAR-CAPTURA.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING "TARJETA " CAP-TARJETA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING CAP-ESTADO " " CAP-MOTIVO
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE ESTADO-NUEVO TO AUDIT-DESPUES.

           COMPUTE FECHA-CIERRE-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE ESTADO-NUEVO          TO CAP-ESTADO.
           MOVE FECHA-CIERRE-AAAAMMDD TO CAP-FECHA-CIERRE.
           MOVE OPERADOR-ACTUAL       TO CAP-OPERADOR.
           REWRITE CAPTURA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CAPTURAS.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM MOSTRAR-TITULO THRU MOSTRAR-TITULO-FIN.
           IF ESTADO-NUEVO = "D"
               DISPLAY "Tarjeta entregada a su titular" LINE 10
                   COLUMN 24.
           IF ESTADO-NUEVO = "X"
               DISPLAY "Tarjeta anotada como destruida" LINE 10
                   COLUMN 24.
           IF ESTADO-NUEVO = "E"
               DISPLAY "Tarjeta anotada como remitida a su emisora"
                   LINE 10 COLUMN 18.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CAPTURA-EN-CAJERO.
           DISPLAY "La tarjeta sigue en el cajero; pendiente de"
               LINE 12 COLUMN 18 WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "retirada por el transporte" LINE 13 COLUMN 18
               WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "               " LINE 24 COLUMN 1.
           DISPLAY "              " LINE 24 COLUMN 66.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CAPTURA-NO-EXISTE.
           DISPLAY "No consta ninguna retencion pendiente de"
               LINE 12 COLUMN 20 WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "esta tarjeta" LINE 13 COLUMN 20
               WITH FOREGROUND-COLOR IS BLACK
               BACKGROUND-COLOR IS RED.
           DISPLAY "               " LINE 24 COLUMN 1.
           DISPLAY "              " LINE 24 COLUMN 66.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       MOSTRAR-TITULO.
           IF OPCION-ELEGIDA = 1
               DISPLAY "Devolver tarjeta a su titular" LINE 6
                   COLUMN 25.
           IF OPCION-ELEGIDA = 2
               DISPLAY "Destruir tarjeta" LINE 6 COLUMN 32.
           IF OPCION-ELEGIDA = 3
               DISPLAY "Remitir tarjeta a la entidad emisora" LINE 6
                   COLUMN 22.

       MOSTRAR-TITULO-FIN.
           EXIT.

       DESCRIBIR-CAPTURA.
           MOVE CAP-MOTIVO TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "PIN"
               MOVE "PIN erroneo tres veces" TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "CAD"
               MOVE "Tarjeta caducada" TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "CON"
               MOVE "Congelada por el titular" TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "ROB"
               MOVE "Reportada perdida o robada" TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "CAN"
               MOVE "Tarjeta anulada" TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "FAL"
               MOVE "Titular fallecido" TO MOTIVO-TEXTO.
           IF CAP-MOTIVO = "OLV"
               MOVE "Olvidada en el cajero" TO MOTIVO-TEXTO.

           IF CAP-PROPIA = "N"
               MOVE "Otra entidad" TO PROPIA-TEXTO
           ELSE
               MOVE "UnizarBank" TO PROPIA-TEXTO.

       DESCRIBIR-CAPTURA-FIN.
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
           MOVE "BANK57" TO AUD-PROGRAMA.
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
           MOVE "BANK57"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCP=" FSCP " " "FST=" FST " " "FSU=" FSU " "
               "FSAU=" FSAU
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-INTRO TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CAPTURAS.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
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
