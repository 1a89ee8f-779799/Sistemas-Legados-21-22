       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK79.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CAJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSCJ.

           SELECT OPTIONAL F-CONTRATOSCAJA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCJ-CLAVE
           FILE STATUS IS FSCC.

           SELECT OPTIONAL F-VISITASCAJA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIS-CLAVE
           FILE STATUS IS FSVI.

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


       DATA DIVISION.
       FILE SECTION.
      * Inventario de cajas de seguridad de cada oficina.  Tamano P
      * pequena, M mediana, G grande.  Estado L libre, A alquilada,
      * B bloqueada (averiada o reservada, no se puede alquilar).
       FD F-CAJAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajasseguridad.ubd".
       01 CAJA-REG.
           02 CAJ-CLAVE.
               03 CAJ-OFICINA       PIC  9(4).
               03 CAJ-NUMERO        PIC  9(4).
           02 CAJ-TAMANO            PIC  X(1).
           02 CAJ-ESTADO            PIC  X(1).

      * Contrato de alquiler de cada caja.  Pueden abrirla el
      * titular de la cuenta y los autorizados.  CCJ-CUOTA-ANO es el
      * ultimo ano cobrado; CCJ-CUOTA-ESTADO F si el ultimo cobro
      * fallo (motivo en CCJ-CUOTA-MOTIVO).  CCJ-ESTADO A vigente,
      * B cancelado (se conserva hasta el siguiente alquiler).
       FD F-CONTRATOSCAJA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contratoscaja.ubd".
       01 CONTRATOCAJA-REG.
           02 CCJ-CLAVE.
               03 CCJ-OFICINA       PIC  9(4).
               03 CCJ-NUMERO        PIC  9(4).
           02 CCJ-CUENTA            PIC 9(16).
           02 CCJ-FECHA-ALTA        PIC  9(8).
           02 CCJ-FECHA-BAJA        PIC  9(8).
           02 CCJ-LLAVES            PIC  9(1).
           02 CCJ-AUTORIZADOS.
               03 CCJ-AUTORIZADO OCCURS 3 TIMES.
                   04 CCJ-AUT-NIF   PIC  X(9).
                   04 CCJ-AUT-NOMBRE PIC X(30).
           02 CCJ-CUOTA-ANO         PIC  9(4).
           02 CCJ-CUOTA-CENT        PIC  9(7).
           02 CCJ-CUOTA-MOV         PIC 9(35).
           02 CCJ-CUOTA-ESTADO      PIC  X(1).
           02 CCJ-CUOTA-MOTIVO      PIC X(25).
           02 CCJ-ESTADO            PIC  X(1).

      * Registro de visitas a las cajas.  VIS-RESULTADO P permitida,
      * R rechazada (el NIF no es del titular ni de un autorizado).
       FD F-VISITASCAJA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "visitascaja.ubd".
       01 VISITA-REG.
           02 VIS-CLAVE.
               03 VIS-OFICINA       PIC  9(4).
               03 VIS-NUMERO        PIC  9(4).
               03 VIS-FECHA         PIC  9(8).
               03 VIS-HORA          PIC  9(8).
           02 VIS-NIF               PIC  X(9).
           02 VIS-NOMBRE            PIC X(30).
           02 VIS-CUENTA            PIC 9(16).
           02 VIS-OPERADOR          PIC  9(4).
           02 VIS-RESULTADO         PIC  X(1).

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


       WORKING-STORAGE SECTION.
       77 FSCJ                     PIC  X(2).
       77 FSCC                     PIC  X(2).
       77 FSVI                     PIC  X(2).
       77 FSU                      PIC  X(2).
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

       77 OFICINA-INTRO            PIC  9(4).
       77 CAJA-INTRO               PIC  9(4).
       77 TAMANO-INTRO             PIC  X(1).
       77 ESTADO-INTRO             PIC  X(1).
       77 CUENTA-INTRO             PIC 9(16).
       77 LLAVES-INTRO             PIC  9(1).
       77 NIF-INTRO                PIC  X(9).

       01 AUTORIZADOS-INTRO.
           02 AUT-INTRO OCCURS 3 TIMES.
               03 AUT-NIF-INTRO     PIC  X(9).
               03 AUT-NOMBRE-INTRO  PIC X(30).
       77 IDX-AUT                  PIC  9(1).

       77 FECHA-HOY-AAAAMMDD        PIC  9(8).
       77 NOMBRE-VISITANTE         PIC X(30).
       77 VISITA-PERMITIDA         PIC  X(1).

       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

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

       01 INVENTARIO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 44
               PIC 9(4) USING OFICINA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 44
               PIC 9(4) USING CAJA-INTRO.
           05 FILLER AUTO LINE 10 COL 44
               PIC X(1) USING TAMANO-INTRO.
           05 FILLER LINE 11 COL 44
               PIC X(1) USING ESTADO-INTRO.

       01 CONTRATO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 44
               PIC 9(4) USING OFICINA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 44
               PIC 9(4) USING CAJA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 44
               PIC 9(16) USING CUENTA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 44
               PIC 9(1) USING LLAVES-INTRO.
           05 FILLER AUTO LINE 14 COL 15
               PIC X(9) USING AUT-NIF-INTRO(1).
           05 FILLER AUTO LINE 14 COL 26
               PIC X(30) USING AUT-NOMBRE-INTRO(1).
           05 FILLER AUTO LINE 15 COL 15
               PIC X(9) USING AUT-NIF-INTRO(2).
           05 FILLER AUTO LINE 15 COL 26
               PIC X(30) USING AUT-NOMBRE-INTRO(2).
           05 FILLER AUTO LINE 16 COL 15
               PIC X(9) USING AUT-NIF-INTRO(3).
           05 FILLER LINE 16 COL 26
               PIC X(30) USING AUT-NOMBRE-INTRO(3).

       01 VISITA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 44
               PIC 9(4) USING OFICINA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 44
               PIC 9(4) USING CAJA-INTRO.
           05 FILLER AUTO LINE 10 COL 44
               PIC X(9) USING NIF-INTRO.

       01 CAJA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 44
               PIC 9(4) USING OFICINA-INTRO.
           05 FILLER BLANK ZERO LINE 9 COL 44
               PIC 9(4) USING CAJA-INTRO.


      * Cajas de seguridad en oficina: inventario de cada oficina,
      * contrato de alquiler con los autorizados a abrir la caja,
      * registro de cada visita y cancelacion.  La cuota anual la
      * cobra BATCHCAJ a la cuenta del contrato, no a una tarjeta
      * concreta, para que un cambio de tarjeta no la deje sin cobrar.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Cajas de seguridad" LINE 2
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
           DISPLAY "UnizarBank - Cajas de seguridad" LINE 2
               COLUMN 24 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta o cambio de caja en inventario" LINE 8
               COLUMN 20.
           DISPLAY "2 - Contrato de alquiler y autorizados" LINE 9
               COLUMN 20.
           DISPLAY "3 - Registrar visita" LINE 10 COLUMN 20.
           DISPLAY "4 - Cancelar contrato" LINE 11 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO INVENTARIO-CAJA.
           IF CHOICE = 2
               GO TO CONTRATO-CAJA.
           IF CHOICE = 3
               GO TO VISITA-CAJA.
           IF CHOICE = 4
               GO TO CANCELAR-CONTRATO.
           GO TO PMENUA1.

      * Una caja alquilada no se cambia desde aqui: primero se
      * cancela el contrato.  El inventario lo mantiene un supervisor.
       INVENTARIO-CAJA.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o cambio de caja" LINE 6 COLUMN 29.
           INITIALIZE OFICINA-INTRO.
           INITIALIZE CAJA-INTRO.
           INITIALIZE TAMANO-INTRO.
           INITIALIZE ESTADO-INTRO.
           DISPLAY "Oficina:" LINE 8 COLUMN 15.
           DISPLAY "Numero de caja:" LINE 9 COLUMN 15.
           DISPLAY "Tamano (P/M/G):" LINE 10 COLUMN 15.
           DISPLAY "Estado (L libre/B bloqueada):" LINE 11 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT INVENTARIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO INVENTARIO-CAJA.

           MOVE FUNCTION UPPER-CASE(TAMANO-INTRO) TO TAMANO-INTRO.
           MOVE FUNCTION UPPER-CASE(ESTADO-INTRO) TO ESTADO-INTRO.

           IF OFICINA-INTRO = 0 OR CAJA-INTRO = 0
              OR (TAMANO-INTRO NOT = "P" AND TAMANO-INTRO NOT = "M"
                  AND TAMANO-INTRO NOT = "G")
              OR (ESTADO-INTRO NOT = "L" AND ESTADO-INTRO NOT = "B")
               DISPLAY "Revise oficina, caja, tamano y estado"
                   LINE 18 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO INVENTARIO-REINTENTO.

           MOVE "V"           TO OFIC-MODO.
           MOVE OFICINA-INTRO TO OFIC-OFICINA.
           CALL "BANKOFI" USING DATOS-OFICINA.
           IF OFIC-RESULTADO = "B"
               DISPLAY "Esa oficina esta cerrada" LINE 18 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO INVENTARIO-REINTENTO.
           IF OFIC-RESULTADO NOT = "O"
               DISPLAY "Esa oficina no existe" LINE 18 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO INVENTARIO-REINTENTO.

           OPEN I-O F-CAJAS.
           IF FSCJ = 35
               CLOSE F-CAJAS
               OPEN OUTPUT F-CAJAS
               CLOSE F-CAJAS
               OPEN I-O F-CAJAS.
           IF FSCJ <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE OFICINA-INTRO TO CAJ-OFICINA.
           MOVE CAJA-INTRO    TO CAJ-NUMERO.
           MOVE SPACES TO AUDIT-ANTES.
           READ F-CAJAS INVALID KEY
               MOVE TAMANO-INTRO TO CAJ-TAMANO
               MOVE ESTADO-INTRO TO CAJ-ESTADO
               WRITE CAJA-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               CLOSE F-CAJAS
               GO TO INVENTARIO-GRABADO.

           IF CAJ-ESTADO = "A"
               CLOSE F-CAJAS
               GO TO CAJA-ALQUILADA.
           STRING CAJ-TAMANO " " CAJ-ESTADO
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE TAMANO-INTRO TO CAJ-TAMANO.
           MOVE ESTADO-INTRO TO CAJ-ESTADO.
           REWRITE CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CAJAS.

       INVENTARIO-GRABADO.
           MOVE "CAJA SEGURIDAD" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING OFICINA-INTRO " " CAJA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING TAMANO-INTRO " " ESTADO-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o cambio de caja" LINE 6 COLUMN 29.
           DISPLAY OFIC-NOMBRE LINE 9 COLUMN 25.
           DISPLAY "Caja grabada en el inventario" LINE 11 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       INVENTARIO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO INVENTARIO-CAJA.
           GO TO INVENTARIO-CAJA.

      * Sobre una caja libre da de alta el contrato; sobre una caja
      * ya alquilada a la misma cuenta actualiza llaves y
      * autorizados.  La cuenta no puede estar cerrada.
       CONTRATO-CAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Contrato de alquiler y autorizados" LINE 6
               COLUMN 23.
           INITIALIZE OFICINA-INTRO.
           INITIALIZE CAJA-INTRO.
           INITIALIZE CUENTA-INTRO.
           INITIALIZE LLAVES-INTRO.
           INITIALIZE AUTORIZADOS-INTRO.

       CONTRATO-FORMULARIO.
           DISPLAY "Oficina:" LINE 8 COLUMN 15.
           DISPLAY "Numero de caja:" LINE 9 COLUMN 15.
           DISPLAY "Cuenta del titular:" LINE 10 COLUMN 15.
           DISPLAY "Llaves entregadas:" LINE 11 COLUMN 15.
           DISPLAY "Autorizados a abrir la caja (NIF y nombre):"
               LINE 13 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CONTRATO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CONTRATO-FORMULARIO.

           MOVE 0 TO IDX-AUT.

       REVISAR-AUTORIZADO.
           ADD 1 TO IDX-AUT.
           IF IDX-AUT > 3
               GO TO AUTORIZADOS-REVISADOS.
           MOVE FUNCTION UPPER-CASE(AUT-NIF-INTRO(IDX-AUT))
               TO AUT-NIF-INTRO(IDX-AUT).
           IF (AUT-NIF-INTRO(IDX-AUT) = SPACES
               AND AUT-NOMBRE-INTRO(IDX-AUT) NOT = SPACES)
              OR (AUT-NIF-INTRO(IDX-AUT) NOT = SPACES
               AND AUT-NOMBRE-INTRO(IDX-AUT) = SPACES)
               DISPLAY "Cada autorizado necesita NIF y nombre"
                   LINE 18 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CONTRATO-REINTENTO.
           GO TO REVISAR-AUTORIZADO.

       AUTORIZADOS-REVISADOS.
           IF OFICINA-INTRO = 0 OR CAJA-INTRO = 0 OR CUENTA-INTRO = 0
              OR LLAVES-INTRO = 0
               DISPLAY "Revise oficina, caja, cuenta y llaves"
                   LINE 18 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CONTRATO-REINTENTO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               CLOSE CUENTAS
               GO TO CUENTA-NO-EXISTE.
           MOVE CUENTA-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO CUENTA-NO-EXISTE.
           CLOSE CUENTAS.
           IF CTA-ESTADO = "X"
               DISPLAY "La cuenta esta cerrada" LINE 18 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CONTRATO-REINTENTO.

           OPEN I-O F-CAJAS.
           IF FSCJ <> 00
               CLOSE F-CAJAS
               GO TO CAJA-NO-EXISTE.
           MOVE OFICINA-INTRO TO CAJ-OFICINA.
           MOVE CAJA-INTRO    TO CAJ-NUMERO.
           READ F-CAJAS INVALID KEY
               CLOSE F-CAJAS
               GO TO CAJA-NO-EXISTE.
           IF CAJ-ESTADO = "B"
               CLOSE F-CAJAS
               DISPLAY "La caja esta bloqueada" LINE 18 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO CONTRATO-REINTENTO.

           OPEN I-O F-CONTRATOSCAJA.
           IF FSCC = 35
               CLOSE F-CONTRATOSCAJA
               OPEN OUTPUT F-CONTRATOSCAJA
               CLOSE F-CONTRATOSCAJA
               OPEN I-O F-CONTRATOSCAJA.
           IF FSCC <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE OFICINA-INTRO TO CCJ-OFICINA.
           MOVE CAJA-INTRO    TO CCJ-NUMERO.
           IF CAJ-ESTADO = "A"
               GO TO ACTUALIZAR-AUTORIZADOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE OFICINA-INTRO      TO CCJ-OFICINA.
           MOVE CAJA-INTRO         TO CCJ-NUMERO.
           MOVE CUENTA-INTRO       TO CCJ-CUENTA.
           MOVE FECHA-HOY-AAAAMMDD TO CCJ-FECHA-ALTA.
           MOVE 0                  TO CCJ-FECHA-BAJA.
           MOVE LLAVES-INTRO       TO CCJ-LLAVES.
           MOVE AUTORIZADOS-INTRO  TO CCJ-AUTORIZADOS.
           MOVE 0                  TO CCJ-CUOTA-ANO.
           MOVE 0                  TO CCJ-CUOTA-CENT.
           MOVE 0                  TO CCJ-CUOTA-MOV.
           MOVE " "                TO CCJ-CUOTA-ESTADO.
           MOVE SPACES             TO CCJ-CUOTA-MOTIVO.
           MOVE "A"                TO CCJ-ESTADO.
           REWRITE CONTRATOCAJA-REG INVALID KEY
               WRITE CONTRATOCAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CONTRATOSCAJA.

           MOVE "A" TO CAJ-ESTADO.
           REWRITE CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CAJAS.

           MOVE "ALTA CONTRATO CAJA" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING OFICINA-INTRO " " CAJA-INTRO " " CUENTA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING LLAVES-INTRO " " AUT-NIF-INTRO(1)
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Contrato de alquiler y autorizados" LINE 6
               COLUMN 23.
           DISPLAY CTA-NOMBRE LINE 9 COLUMN 25.
           DISPLAY "Caja alquilada" LINE 11 COLUMN 33.
           DISPLAY "La cuota anual se cargara a la cuenta" LINE 13
               COLUMN 21.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ACTUALIZAR-AUTORIZADOS.
           CLOSE F-CAJAS.
           READ F-CONTRATOSCAJA INVALID KEY
               GO TO PSYS-ERR.
           IF CCJ-ESTADO NOT = "A"
               GO TO PSYS-ERR.
           IF CCJ-CUENTA NOT = CUENTA-INTRO
               CLOSE F-CONTRATOSCAJA
               GO TO CAJA-ALQUILADA.

           MOVE SPACES TO AUDIT-ANTES.
           STRING CCJ-LLAVES " " CCJ-AUT-NIF(1)
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE LLAVES-INTRO      TO CCJ-LLAVES.
           MOVE AUTORIZADOS-INTRO TO CCJ-AUTORIZADOS.
           REWRITE CONTRATOCAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CONTRATOSCAJA.

           MOVE "CAMBIO AUTORIZADOS" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING OFICINA-INTRO " " CAJA-INTRO " " CUENTA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING LLAVES-INTRO " " AUT-NIF-INTRO(1)
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Contrato de alquiler y autorizados" LINE 6
               COLUMN 23.
           DISPLAY CTA-NOMBRE LINE 9 COLUMN 25.
           DISPLAY "Llaves y autorizados actualizados" LINE 11
               COLUMN 23.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CONTRATO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONTRATO-CAJA.
           GO TO CONTRATO-CAJA.

      * Toda visita queda anotada, tambien las rechazadas.  Solo
      * abren la caja el titular de la cuenta y los autorizados del
      * contrato.
       VISITA-CAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar visita" LINE 6 COLUMN 32.
           INITIALIZE OFICINA-INTRO.
           INITIALIZE CAJA-INTRO.
           INITIALIZE NIF-INTRO.

       VISITA-FORMULARIO.
           DISPLAY "Oficina:" LINE 8 COLUMN 15.
           DISPLAY "Numero de caja:" LINE 9 COLUMN 15.
           DISPLAY "NIF del visitante:" LINE 10 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT VISITA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO VISITA-FORMULARIO.

           MOVE FUNCTION UPPER-CASE(NIF-INTRO) TO NIF-INTRO.
           IF OFICINA-INTRO = 0 OR CAJA-INTRO = 0
              OR NIF-INTRO = SPACES
               DISPLAY "Revise oficina, caja y NIF"
                   LINE 18 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO VISITA-REINTENTO.

           OPEN INPUT F-CONTRATOSCAJA.
           IF FSCC <> 00
               CLOSE F-CONTRATOSCAJA
               GO TO CONTRATO-NO-EXISTE.
           MOVE OFICINA-INTRO TO CCJ-OFICINA.
           MOVE CAJA-INTRO    TO CCJ-NUMERO.
           READ F-CONTRATOSCAJA INVALID KEY
               CLOSE F-CONTRATOSCAJA
               GO TO CONTRATO-NO-EXISTE.
           CLOSE F-CONTRATOSCAJA.
           IF CCJ-ESTADO NOT = "A"
               GO TO CONTRATO-NO-EXISTE.

           MOVE "N"    TO VISITA-PERMITIDA.
           MOVE SPACES TO NOMBRE-VISITANTE.
           MOVE SPACES TO CTA-NIF.
           OPEN INPUT CUENTAS.
           IF FSU = 00
               MOVE CCJ-CUENTA TO CUENTA-ID
               READ CUENTAS INVALID KEY
                   MOVE SPACES TO CTA-NIF
               END-READ.
           CLOSE CUENTAS.
           IF CTA-NIF NOT = SPACES AND CTA-NIF = NIF-INTRO
               MOVE "S"        TO VISITA-PERMITIDA
               MOVE CTA-NOMBRE TO NOMBRE-VISITANTE
               GO TO ANOTAR-VISITA.
           MOVE 0 TO IDX-AUT.

       BUSCAR-AUTORIZADO.
           ADD 1 TO IDX-AUT.
           IF IDX-AUT > 3
               GO TO ANOTAR-VISITA.
           IF CCJ-AUT-NIF(IDX-AUT) NOT = NIF-INTRO
               GO TO BUSCAR-AUTORIZADO.
           MOVE "S" TO VISITA-PERMITIDA.
           MOVE CCJ-AUT-NOMBRE(IDX-AUT) TO NOMBRE-VISITANTE.

       ANOTAR-VISITA.
           OPEN I-O F-VISITASCAJA.
           IF FSVI = 35
               CLOSE F-VISITASCAJA
               OPEN OUTPUT F-VISITASCAJA
               CLOSE F-VISITASCAJA
               OPEN I-O F-VISITASCAJA.
           IF FSVI <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE OFICINA-INTRO    TO VIS-OFICINA.
           MOVE CAJA-INTRO       TO VIS-NUMERO.
           MOVE FECHA            TO VIS-FECHA.
           MOVE HORA             TO VIS-HORA.
           MOVE NIF-INTRO        TO VIS-NIF.
           MOVE NOMBRE-VISITANTE TO VIS-NOMBRE.
           MOVE CCJ-CUENTA       TO VIS-CUENTA.
           MOVE OPERADOR-ACTUAL  TO VIS-OPERADOR.
           MOVE "R"              TO VIS-RESULTADO.
           IF VISITA-PERMITIDA = "S"
               MOVE "P"          TO VIS-RESULTADO.
           WRITE VISITA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-VISITASCAJA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar visita" LINE 6 COLUMN 32.
           IF VISITA-PERMITIDA = "N"
               DISPLAY "NIF no autorizado: no se abre la caja"
                   LINE 10 COLUMN 21 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "Intento anotado en el registro de visitas"
                   LINE 12 COLUMN 19
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

           DISPLAY NOMBRE-VISITANTE LINE 9 COLUMN 25.
           DISPLAY "Visita autorizada y anotada" LINE 11 COLUMN 26.
           IF CCJ-CUOTA-ESTADO = "F"
               DISPLAY "Cuota anual pendiente de cobro" LINE 13
                   COLUMN 25 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       VISITA-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO VISITA-CAJA.
           GO TO VISITA-CAJA.

      * Cancelar deja la caja libre.  Una cuota fallida queda en el
      * contrato cancelado para que se reclame.
       CANCELAR-CONTRATO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cancelar contrato" LINE 6 COLUMN 31.
           INITIALIZE OFICINA-INTRO.
           INITIALIZE CAJA-INTRO.
           DISPLAY "Oficina:" LINE 8 COLUMN 15.
           DISPLAY "Numero de caja:" LINE 9 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CAJA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CANCELAR-CONTRATO.

           OPEN I-O F-CONTRATOSCAJA.
           IF FSCC <> 00
               CLOSE F-CONTRATOSCAJA
               GO TO CONTRATO-NO-EXISTE.
           MOVE OFICINA-INTRO TO CCJ-OFICINA.
           MOVE CAJA-INTRO    TO CCJ-NUMERO.
           READ F-CONTRATOSCAJA INVALID KEY
               CLOSE F-CONTRATOSCAJA
               GO TO CONTRATO-NO-EXISTE.
           IF CCJ-ESTADO NOT = "A"
               CLOSE F-CONTRATOSCAJA
               GO TO CONTRATO-NO-EXISTE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE FECHA-HOY-AAAAMMDD TO CCJ-FECHA-BAJA.
           MOVE "B" TO CCJ-ESTADO.
           REWRITE CONTRATOCAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CONTRATOSCAJA.

           OPEN I-O F-CAJAS.
           IF FSCJ <> 00
               GO TO PSYS-ERR.
           MOVE OFICINA-INTRO TO CAJ-OFICINA.
           MOVE CAJA-INTRO    TO CAJ-NUMERO.
           READ F-CAJAS INVALID KEY GO TO PSYS-ERR.
           MOVE "L" TO CAJ-ESTADO.
           REWRITE CAJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CAJAS.

           MOVE "BAJA CONTRATO CAJA" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING OFICINA-INTRO " " CAJA-INTRO " " CCJ-CUENTA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE "A" TO AUDIT-ANTES.
           MOVE "B" TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cancelar contrato" LINE 6 COLUMN 31.
           DISPLAY "Contrato cancelado, caja libre" LINE 10 COLUMN 25.
           DISPLAY "Recoja las llaves entregadas:" LINE 12 COLUMN 25.
           DISPLAY CCJ-LLAVES LINE 12 COLUMN 55.
           IF CCJ-CUOTA-ESTADO = "F"
               DISPLAY "Queda una cuota anual sin cobrar" LINE 14
                   COLUMN 24 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CAJA-ALQUILADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa caja esta alquilada a otra cuenta" LINE 10
               COLUMN 21 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Cancele antes el contrato vigente" LINE 12
               COLUMN 23.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CAJA-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa caja no esta en el inventario" LINE 10
               COLUMN 23 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CONTRATO-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa caja no tiene contrato vigente" LINE 10
               COLUMN 23 WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CUENTA-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa cuenta no existe" LINE 10 COLUMN 30
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
           MOVE "BANK79" TO AUD-PROGRAMA.
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
           MOVE "BANK79"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCJ=" FSCJ " FSCC=" FSCC " FSVI=" FSVI
               " FSU=" FSU
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CAJAS.
           CLOSE F-CONTRATOSCAJA.
           CLOSE F-VISITASCAJA.

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
