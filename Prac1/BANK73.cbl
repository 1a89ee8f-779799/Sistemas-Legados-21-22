       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK73.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TRASLADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRS-NUM
           FILE STATUS IS FSTR.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

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
      * Solicitudes de traslado de cuenta.  Tipo E el cliente trae
      * su cuenta de otra entidad, S se la lleva a otra entidad.
      * Estado P pendiente de envio, E enviada a la otra entidad y a
      * la espera de su respuesta, C completada, A anulada.
      * TRS-REF-EXTERNA es el numero de la solicitud en la otra
      * entidad cuando es ella la que la inicia.
       FD F-TRASLADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "traslados.ubd".
       01 TRASLADO-REG.
           02 TRS-NUM               PIC  9(10).
           02 TRS-TIPO              PIC  X(1).
           02 TRS-NIF               PIC  X(9).
           02 TRS-TARJETA           PIC 9(16).
           02 TRS-ENTIDAD           PIC  X(8).
           02 TRS-IBAN              PIC X(34).
           02 TRS-REF-EXTERNA       PIC X(10).
           02 TRS-FECHA-ALTA        PIC  9(8).
           02 TRS-FECHA-ENVIO       PIC  9(8).
           02 TRS-FECHA-FIN         PIC  9(8).
           02 TRS-OPERADOR          PIC  9(4).
           02 TRS-MANDATOS          PIC  9(3).
           02 TRS-ORDENES           PIC  9(3).
           02 TRS-PAGADORES         PIC  9(3).
           02 TRS-ESTADO            PIC  X(1).

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
       77 FSTR                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
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
       77 NIF-INTRO                PIC  X(9).
       77 TARJETA-INTRO            PIC 9(16).
       77 ENTIDAD-INTRO            PIC  X(8).
       77 IBAN-INTRO               PIC X(34).
       77 NUMTRS-INTRO             PIC 9(10).
       77 TIPO-TRASLADO            PIC  X(1).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-ACTUAL-AAAAMM      PIC  9(6).
       77 NOMBRE-TITULAR           PIC X(30).
       77 NUM-CUENTAS              PIC  9(3).
       77 LAST-TRS-NUM             PIC  9(10).
       77 TRASLADO-ABIERTO         PIC  9(1).
       77 TEXTO-TIPO               PIC X(20).
       77 TEXTO-ESTADO             PIC X(20).

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

       01 ENTRADA-ACCEPT.
           05 FILLER AUTO LINE 8 COL 40
               PIC X(9) USING NIF-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 40
               PIC 9(16) USING TARJETA-INTRO.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(8) USING ENTIDAD-INTRO.
           05 FILLER LINE 11 COL 40
               PIC X(34) USING IBAN-INTRO.

       01 SALIDA-ACCEPT.
           05 FILLER AUTO LINE 8 COL 40
               PIC X(9) USING NIF-INTRO.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(8) USING ENTIDAD-INTRO.
           05 FILLER LINE 11 COL 40
               PIC X(34) USING IBAN-INTRO.

       01 NUMTRS-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 40
               PIC 9(10) USING NUMTRS-INTRO.


      * Servicio de traslado de cuentas entre entidades.  El alta de
      * la solicitud queda pendiente; el lote nocturno BATCHTRS la
      * envia a la otra entidad, carga lo que esta devuelve
      * (domiciliaciones, ordenes periodicas y pagadores) y, en los
      * traslados de salida, le entrega los mandatos y ordenes del
      * cliente dentro del plazo regulado.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Traslado de cuentas" LINE 2
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
           DISPLAY "UnizarBank - Traslado de cuentas" LINE 2
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
           DISPLAY "1 - Traer la cuenta desde otra entidad" LINE 8
               COLUMN 20.
           DISPLAY "2 - Llevar la cuenta a otra entidad" LINE 9
               COLUMN 20.
           DISPLAY "3 - Consultar un traslado" LINE 10 COLUMN 20.
           DISPLAY "4 - Anular un traslado pendiente" LINE 11
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO TRASLADO-ENTRADA.
           IF CHOICE = 2
               GO TO TRASLADO-SALIDA.
           IF CHOICE = 3
               GO TO CONSULTAR-TRASLADO.
           IF CHOICE = 4
               GO TO ANULAR-TRASLADO.
           GO TO PMENUA1.

      *****************************************************************
      * Entrada: el cliente trae sus recibos y ordenes a una tarjeta
      * suya de UnizarBank.
      *****************************************************************
       TRASLADO-ENTRADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traer la cuenta desde otra entidad" LINE 6
               COLUMN 23.
           INITIALIZE NIF-INTRO.
           INITIALIZE TARJETA-INTRO.
           INITIALIZE ENTIDAD-INTRO.
           INITIALIZE IBAN-INTRO.
           DISPLAY "NIF del titular:" LINE 8 COLUMN 10.
           DISPLAY "Tarjeta de destino:" LINE 9 COLUMN 10.
           DISPLAY "Entidad de origen (BIC):" LINE 10 COLUMN 10.
           DISPLAY "IBAN en esa entidad:" LINE 11 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ENTRADA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO TRASLADO-ENTRADA.

           IF NIF-INTRO = SPACES OR ENTIDAD-INTRO = SPACES
              OR IBAN-INTRO = SPACES
               DISPLAY "Indique NIF, entidad e IBAN de origen" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO ENTRADA-REINTENTO.

           IF ENTIDAD-INTRO = "UNIZARBK"
               DISPLAY "La entidad de origen no puede ser UnizarBank"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO ENTRADA-REINTENTO.

           PERFORM VALIDAR-TARJETA-DESTINO
               THRU VALIDAR-TARJETA-DESTINO-FIN.
           IF TIPO-TRASLADO = "X"
               GO TO ENTRADA-REINTENTO.

           MOVE "E" TO TIPO-TRASLADO.
           PERFORM BUSCAR-TRASLADO-ABIERTO
               THRU BUSCAR-TRASLADO-ABIERTO-FIN.
           IF TRASLADO-ABIERTO = 1
               DISPLAY "Ese NIF ya tiene un traslado de entrada en"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               DISPLAY "curso" LINE 16 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO ENTRADA-REINTENTO.

           DISPLAY "Titular:" LINE 13 COLUMN 10.
           DISPLAY NOMBRE-TITULAR LINE 13 COLUMN 40.
           DISPLAY "Se pediran a la entidad de origen los recibos,"
               LINE 15 COLUMN 10.
           DISPLAY "las ordenes periodicas y los pagadores" LINE 16
               COLUMN 10.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.
           GO TO CONFIRMAR-TRASLADO.

       ENTRADA-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO TRASLADO-ENTRADA.

      * La tarjeta de destino ha de existir, estar en vigor y ser de
      * una cuenta abierta del propio NIF.
       VALIDAR-TARJETA-DESTINO.
           MOVE " " TO TIPO-TRASLADO.
           COMPUTE FECHA-ACTUAL-AAAAMM = (ANO * 100) + MES.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-INTRO TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE "X" TO TIPO-TRASLADO
               DISPLAY "Tarjeta de destino inexistente" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TARJETA-DESTINO-FIN.
           CLOSE TARJETAS.

           IF TCAD-C < FECHA-ACTUAL-AAAAMM
               MOVE "X" TO TIPO-TRASLADO
               DISPLAY "La tarjeta de destino esta caducada" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TARJETA-DESTINO-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE "X" TO CTA-ESTADO.
           CLOSE CUENTAS.

           IF CTA-ESTADO = "X" OR CTA-ESTADO = "D"
               MOVE "X" TO TIPO-TRASLADO
               DISPLAY "La tarjeta es de una cuenta cerrada o inactiva"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TARJETA-DESTINO-FIN.

           IF CTA-NIF NOT = NIF-INTRO
               MOVE "X" TO TIPO-TRASLADO
               DISPLAY "La tarjeta no es de ese NIF" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO VALIDAR-TARJETA-DESTINO-FIN.

           MOVE CTA-NOMBRE TO NOMBRE-TITULAR.

       VALIDAR-TARJETA-DESTINO-FIN.
           EXIT.

      *****************************************************************
      * Salida: el cliente se lleva la cuenta; se entregaran a la
      * nueva entidad todos sus mandatos y ordenes.
      *****************************************************************
       TRASLADO-SALIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Llevar la cuenta a otra entidad" LINE 6
               COLUMN 24.
           INITIALIZE NIF-INTRO.
           INITIALIZE TARJETA-INTRO.
           INITIALIZE ENTIDAD-INTRO.
           INITIALIZE IBAN-INTRO.
           DISPLAY "NIF del titular:" LINE 8 COLUMN 10.
           DISPLAY "Entidad de destino (BIC):" LINE 10 COLUMN 10.
           DISPLAY "IBAN en esa entidad:" LINE 11 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT SALIDA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO TRASLADO-SALIDA.

           IF NIF-INTRO = SPACES OR ENTIDAD-INTRO = SPACES
              OR IBAN-INTRO = SPACES
               DISPLAY "Indique NIF, entidad e IBAN de destino"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO SALIDA-REINTENTO.

           IF ENTIDAD-INTRO = "UNIZARBK"
               DISPLAY "La entidad de destino no puede ser UnizarBank"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO SALIDA-REINTENTO.

           PERFORM CONTAR-CUENTAS-NIF THRU CONTAR-CUENTAS-NIF-FIN.
           IF NUM-CUENTAS = 0
               DISPLAY "No hay cuentas abiertas con ese NIF" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO SALIDA-REINTENTO.

           MOVE "S" TO TIPO-TRASLADO.
           PERFORM BUSCAR-TRASLADO-ABIERTO
               THRU BUSCAR-TRASLADO-ABIERTO-FIN.
           IF TRASLADO-ABIERTO = 1
               DISPLAY "Ese NIF ya tiene un traslado de salida en"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               DISPLAY "curso" LINE 16 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO SALIDA-REINTENTO.

           DISPLAY "Titular:" LINE 13 COLUMN 10.
           DISPLAY NOMBRE-TITULAR LINE 13 COLUMN 40.
           DISPLAY "Cuentas:" LINE 14 COLUMN 10.
           DISPLAY NUM-CUENTAS LINE 14 COLUMN 40.
           DISPLAY "Esta noche se entregaran sus domiciliaciones y"
               LINE 15 COLUMN 10.
           DISPLAY "ordenes a la nueva entidad y se daran de baja aqui"
               LINE 16 COLUMN 10.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.
           GO TO CONFIRMAR-TRASLADO.

       SALIDA-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO TRASLADO-SALIDA.

       CONFIRMAR-TRASLADO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-TRASLADO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-TRASLADO.

           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           PERFORM ABRIR-TRASLADOS THRU ABRIR-TRASLADOS-FIN.
           MOVE 0 TO LAST-TRS-NUM.

       LEER-TRASLADO-MAX.
           READ F-TRASLADOS NEXT RECORD AT END
               GO TO GUARDAR-TRASLADO.
           IF TRS-NUM > LAST-TRS-NUM
               MOVE TRS-NUM TO LAST-TRS-NUM.
           GO TO LEER-TRASLADO-MAX.

       GUARDAR-TRASLADO.
           ADD 1 TO LAST-TRS-NUM.
           MOVE LAST-TRS-NUM       TO TRS-NUM.
           MOVE TIPO-TRASLADO      TO TRS-TIPO.
           MOVE NIF-INTRO          TO TRS-NIF.
           MOVE TARJETA-INTRO      TO TRS-TARJETA.
           MOVE ENTIDAD-INTRO      TO TRS-ENTIDAD.
           MOVE IBAN-INTRO         TO TRS-IBAN.
           MOVE SPACES             TO TRS-REF-EXTERNA.
           MOVE FECHA-HOY-AAAAMMDD TO TRS-FECHA-ALTA.
           MOVE 0                  TO TRS-FECHA-ENVIO.
           MOVE 0                  TO TRS-FECHA-FIN.
           MOVE OPERADOR-ACTUAL    TO TRS-OPERADOR.
           MOVE 0                  TO TRS-MANDATOS.
           MOVE 0                  TO TRS-ORDENES.
           MOVE 0                  TO TRS-PAGADORES.
           MOVE "P"                TO TRS-ESTADO.
           WRITE TRASLADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TRASLADOS.

           IF TIPO-TRASLADO = "E"
               MOVE "ALTA TRASLADO ENTR." TO AUDIT-ACCION
           ELSE
               MOVE "ALTA TRASLADO SALIDA" TO AUDIT-ACCION.
           MOVE NIF-INTRO          TO AUDIT-CLAVE.
           MOVE ENTIDAD-INTRO      TO AUDIT-ANTES.
           MOVE LAST-TRS-NUM       TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traslado de cuentas" LINE 6 COLUMN 31.
           DISPLAY "Solicitud registrada con numero" LINE 10
               COLUMN 15.
           DISPLAY LAST-TRS-NUM LINE 10 COLUMN 48.
           DISPLAY "Se tramitara en el proceso de esta noche" LINE 12
               COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      *****************************************************************
      * Consulta y anulacion por numero de solicitud.
      *****************************************************************
       CONSULTAR-TRASLADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Consultar un traslado" LINE 6 COLUMN 30.
           INITIALIZE NUMTRS-INTRO.
           DISPLAY "Numero de solicitud:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NUMTRS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CONSULTAR-TRASLADO.

           PERFORM LEER-TRASLADO THRU LEER-TRASLADO-FIN.
           IF FSTR <> 00
               DISPLAY "No existe esa solicitud de traslado" LINE 20
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CONSULTA-REINTENTO.

           PERFORM MOSTRAR-TRASLADO THRU MOSTRAR-TRASLADO-FIN.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CONSULTA-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONSULTAR-TRASLADO.

      * Solo se anula lo que aun no ha salido hacia la otra entidad.
       ANULAR-TRASLADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Anular un traslado pendiente" LINE 6 COLUMN 26.
           INITIALIZE NUMTRS-INTRO.
           DISPLAY "Numero de solicitud:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NUMTRS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ANULAR-TRASLADO.

           PERFORM LEER-TRASLADO THRU LEER-TRASLADO-FIN.
           IF FSTR <> 00
               DISPLAY "No existe esa solicitud de traslado" LINE 20
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO ANULACION-REINTENTO.

           PERFORM MOSTRAR-TRASLADO THRU MOSTRAR-TRASLADO-FIN.
           IF TRS-ESTADO NOT = "P"
               DISPLAY "Solo se anulan solicitudes aun no enviadas"
                   LINE 20 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO ANULACION-REINTENTO.

           DISPLAY "Enter - Anular" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-ANULACION.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-ANULACION.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-ANULACION.

           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           PERFORM ABRIR-TRASLADOS THRU ABRIR-TRASLADOS-FIN.
           MOVE NUMTRS-INTRO TO TRS-NUM.
           READ F-TRASLADOS INVALID KEY GO TO PSYS-ERR.
           MOVE "A"                TO TRS-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO TRS-FECHA-FIN.
           REWRITE TRASLADO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TRASLADOS.

           MOVE "ANULA TRASLADO"   TO AUDIT-ACCION.
           MOVE TRS-NIF            TO AUDIT-CLAVE.
           MOVE "P"                TO AUDIT-ANTES.
           MOVE TRS-NUM            TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Anular un traslado pendiente" LINE 6 COLUMN 26.
           DISPLAY "Solicitud anulada" LINE 10 COLUMN 31.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ANULACION-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ANULAR-TRASLADO.

       MOSTRAR-TRASLADO.
           MOVE "Entrada de otra ent." TO TEXTO-TIPO.
           IF TRS-TIPO = "S"
               MOVE "Salida a otra ent." TO TEXTO-TIPO.
           MOVE "Pendiente de envio" TO TEXTO-ESTADO.
           IF TRS-ESTADO = "E"
               MOVE "Esperando respuesta" TO TEXTO-ESTADO.
           IF TRS-ESTADO = "C"
               MOVE "Completado" TO TEXTO-ESTADO.
           IF TRS-ESTADO = "A"
               MOVE "Anulado" TO TEXTO-ESTADO.

           DISPLAY "Tipo:" LINE 10 COLUMN 10.
           DISPLAY TEXTO-TIPO LINE 10 COLUMN 35.
           DISPLAY "NIF:" LINE 11 COLUMN 10.
           DISPLAY TRS-NIF LINE 11 COLUMN 35.
           DISPLAY "Entidad:" LINE 12 COLUMN 10.
           DISPLAY TRS-ENTIDAD LINE 12 COLUMN 35.
           DISPLAY "IBAN en la otra entidad:" LINE 13 COLUMN 10.
           DISPLAY TRS-IBAN LINE 13 COLUMN 35.
           DISPLAY "Tarjeta de destino:" LINE 14 COLUMN 10.
           DISPLAY TRS-TARJETA LINE 14 COLUMN 35.
           DISPLAY "Alta / envio / fin:" LINE 15 COLUMN 10.
           DISPLAY TRS-FECHA-ALTA LINE 15 COLUMN 35.
           DISPLAY TRS-FECHA-ENVIO LINE 15 COLUMN 45.
           DISPLAY TRS-FECHA-FIN LINE 15 COLUMN 55.
           DISPLAY "Situacion:" LINE 16 COLUMN 10.
           DISPLAY TEXTO-ESTADO LINE 16 COLUMN 35.
           DISPLAY "Domiciliaciones:" LINE 17 COLUMN 10.
           DISPLAY TRS-MANDATOS LINE 17 COLUMN 35.
           DISPLAY "Ordenes periodicas:" LINE 18 COLUMN 10.
           DISPLAY TRS-ORDENES LINE 18 COLUMN 35.
           DISPLAY "Pagadores avisados:" LINE 19 COLUMN 10.
           DISPLAY TRS-PAGADORES LINE 19 COLUMN 35.

       MOSTRAR-TRASLADO-FIN.
           EXIT.

      *****************************************************************
      * Accesos a ficheros auxiliares.
      *****************************************************************
       CONTAR-CUENTAS-NIF.
           MOVE 0 TO NUM-CUENTAS.
           MOVE SPACES TO NOMBRE-TITULAR.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.

       LEER-CUENTA-CONTAR.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUENTAS-CONTADAS.
           IF CTA-NIF = NIF-INTRO AND CTA-ESTADO NOT = "X"
               ADD 1 TO NUM-CUENTAS
               MOVE CTA-NOMBRE TO NOMBRE-TITULAR.
           GO TO LEER-CUENTA-CONTAR.

       CUENTAS-CONTADAS.
           CLOSE CUENTAS.

       CONTAR-CUENTAS-NIF-FIN.
           EXIT.

      * Un mismo NIF no puede tener dos traslados vivos del mismo
      * sentido.
       BUSCAR-TRASLADO-ABIERTO.
           MOVE 0 TO TRASLADO-ABIERTO.

           OPEN INPUT F-TRASLADOS.
           IF FSTR <> 00
               CLOSE F-TRASLADOS
               GO TO BUSCAR-TRASLADO-ABIERTO-FIN.

       LEER-TRASLADO-ABIERTO.
           READ F-TRASLADOS NEXT RECORD AT END
               GO TO TRASLADOS-REVISADOS.
           IF TRS-NIF = NIF-INTRO AND TRS-TIPO = TIPO-TRASLADO
              AND (TRS-ESTADO = "P" OR TRS-ESTADO = "E")
               MOVE 1 TO TRASLADO-ABIERTO.
           GO TO LEER-TRASLADO-ABIERTO.

       TRASLADOS-REVISADOS.
           CLOSE F-TRASLADOS.

       BUSCAR-TRASLADO-ABIERTO-FIN.
           EXIT.

       LEER-TRASLADO.
           OPEN INPUT F-TRASLADOS.
           IF FSTR <> 00
               CLOSE F-TRASLADOS
               MOVE "23" TO FSTR
               GO TO LEER-TRASLADO-FIN.

           MOVE NUMTRS-INTRO TO TRS-NUM.
           READ F-TRASLADOS INVALID KEY
               MOVE "23" TO FSTR.
           CLOSE F-TRASLADOS.
           IF FSTR = "23"
               GO TO LEER-TRASLADO-FIN.
           MOVE "00" TO FSTR.

       LEER-TRASLADO-FIN.
           EXIT.

       ABRIR-TRASLADOS.
           OPEN I-O F-TRASLADOS.
           IF FSTR = 35 OR FSTR = 05
               CLOSE F-TRASLADOS
               OPEN OUTPUT F-TRASLADOS
               CLOSE F-TRASLADOS
               OPEN I-O F-TRASLADOS.
           IF FSTR <> 00
               GO TO PSYS-ERR.

       ABRIR-TRASLADOS-FIN.
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
           MOVE "BANK73" TO AUD-PROGRAMA.
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
           MOVE "BANK73"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSTR=" FSTR " " "FSU=" FSU " " "FST=" FST " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-TRASLADOS.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
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
