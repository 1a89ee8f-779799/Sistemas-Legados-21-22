       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK64.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OFICINAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS FSOF.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS FSOP.

           SELECT OPTIONAL F-TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSQ.

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
      * Maestro de oficinas (lo consulta BANKOFI).  Estado A
      * abierta, B cerrada.
       FD F-OFICINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "oficinas.ubd".
       01 OFICINA-REG.
           02 OFI-CODIGO            PIC  9(4).
           02 OFI-NOMBRE            PIC X(30).
           02 OFI-DIRECCION         PIC X(35).
           02 OFI-REGION            PIC X(20).
           02 OFI-RESPONSABLE       PIC X(30).
           02 OFI-ESTADO            PIC  X(1).

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

       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OP-ID                 PIC  9(4).
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).

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
       77 FSOF                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSOP                     PIC  X(2).
       77 FSQ                      PIC  X(2).
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
       77 OFICINA-INTRO            PIC  9(4).
       77 NOMBRE-INTRO             PIC X(30).
       77 DIRECCION-INTRO          PIC X(35).
       77 REGION-INTRO             PIC X(20).
       77 RESPONSABLE-INTRO        PIC X(30).
       77 ESTADO-INTRO             PIC  X(1).
       77 TIPO-INTRO               PIC  X(1).
       77 ID-INTRO                 PIC 9(16).
       77 DESDE-INTRO              PIC  9(4).

       77 OFICINA-NUEVA            PIC  X(1).
       77 ESTADO-ANTES             PIC  X(1).
       77 OFICINA-ANTES            PIC  9(4).
       77 TITULAR-TEXTO            PIC X(30).
       77 ESTADO-TEXTO             PIC  X(7).
       77 OFICINAS-EN-PANTALLA     PIC  9(2).
       77 LINEA-OFI-ACTUAL         PIC  9(2).
       77 HAY-MAS-OFICINAS         PIC  X(1).

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

       01 DESDE-ACCEPT.
           05 FILLER UNDERLINE LINE 22 COL 45
               PIC 9(4) USING DESDE-INTRO.

       01 OFICINA-ACCEPT.
           05 FILLER BLANK ZERO UNDERLINE LINE 9 COL 40
               PIC 9(4) USING OFICINA-INTRO.

       01 FICHA-OFICINA-ACCEPT.
           05 FILLER LINE 11 COL 10 VALUE "Nombre:".
           05 FILLER UNDERLINE LINE 11 COL 40
               PIC X(30) USING NOMBRE-INTRO.
           05 FILLER LINE 12 COL 10 VALUE "Direccion:".
           05 FILLER UNDERLINE LINE 12 COL 40
               PIC X(35) USING DIRECCION-INTRO.
           05 FILLER LINE 13 COL 10 VALUE "Region:".
           05 FILLER UNDERLINE LINE 13 COL 40
               PIC X(20) USING REGION-INTRO.
           05 FILLER LINE 14 COL 10 VALUE "Director de la oficina:".
           05 FILLER UNDERLINE LINE 14 COL 40
               PIC X(30) USING RESPONSABLE-INTRO.
           05 FILLER LINE 15 COL 10 VALUE
               "Estado (A-Abierta B-Cerrada):".
           05 FILLER UNDERLINE LINE 15 COL 40
               PIC X(1) USING ESTADO-INTRO.

       01 ADSCRIPCION-ACCEPT.
           05 FILLER LINE 9 COL 10 VALUE
               "Tipo (C-Cuenta O-Operador T-Terminal):".
           05 FILLER UNDERLINE LINE 9 COL 50
               PIC X(1) USING TIPO-INTRO.
           05 FILLER LINE 10 COL 10 VALUE "Numero:".
           05 FILLER BLANK ZERO UNDERLINE LINE 10 COL 50
               PIC 9(16) USING ID-INTRO.

       01 NUEVA-OFICINA-ACCEPT.
           05 FILLER LINE 15 COL 10 VALUE
               "Nueva oficina (0=ninguna):".
           05 FILLER UNDERLINE LINE 15 COL 50
               PIC 9(4) USING OFICINA-INTRO.

       01 FILA-OFICINA.
           05 FILLER LINE LINEA-OFI-ACTUAL COL 3
               FOREGROUND-COLOR YELLOW PIC 9(4) FROM OFI-CODIGO.
           05 FILLER LINE LINEA-OFI-ACTUAL COL 8
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-OFI-ACTUAL COL 10
               FOREGROUND-COLOR YELLOW PIC X(30) FROM OFI-NOMBRE.
           05 FILLER LINE LINEA-OFI-ACTUAL COL 41
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-OFI-ACTUAL COL 43
               FOREGROUND-COLOR YELLOW PIC X(20) FROM OFI-REGION.
           05 FILLER LINE LINEA-OFI-ACTUAL COL 64
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-OFI-ACTUAL COL 66
               FOREGROUND-COLOR YELLOW PIC X(7) FROM ESTADO-TEXTO.


      * Red de oficinas.  Cualquier operador consulta el maestro de
      * oficinas; el supervisor da de alta, modifica y cierra
      * oficinas y cambia la oficina a la que esta adscrita una
      * cuenta, un operador o un terminal ya existente.  Las altas
      * nuevas reciben su oficina en las propias pantallas de alta.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Red de oficinas" LINE 2
               COLUMN 26 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Red de oficinas" LINE 2
               COLUMN 26 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Consultar oficinas" LINE 9 COLUMN 24.
           DISPLAY "2 - Alta o modificacion de oficina" LINE 11
               COLUMN 24.
           DISPLAY "3 - Oficina de una cuenta, operador o terminal"
               LINE 13 COLUMN 24.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               MOVE 0 TO DESDE-INTRO
               GO TO PLISTAR-OFICINAS.
           IF CHOICE = 2
               IF OPERADOR-NIVEL < 2
                   GO TO NIVEL-INSUFICIENTE
               ELSE
                   GO TO PFICHA-OFICINA.
           IF CHOICE = 3
               IF OPERADOR-NIVEL < 2
                   GO TO NIVEL-INSUFICIENTE
               ELSE
                   GO TO PADSCRIPCION.
           GO TO PMENUA1.

      * Lista de oficinas por codigo, doce por pantalla a partir del
      * codigo que se indique.
       PLISTAR-OFICINAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Oficinas" LINE 6 COLUMN 36.
           DISPLAY "COD." LINE 8 COLUMN 3.
           DISPLAY "|" LINE 8 COLUMN 8.
           DISPLAY "NOMBRE" LINE 8 COLUMN 10.
           DISPLAY "|" LINE 8 COLUMN 41.
           DISPLAY "REGION" LINE 8 COLUMN 43.
           DISPLAY "|" LINE 8 COLUMN 64.
           DISPLAY "ESTADO" LINE 8 COLUMN 66.

           MOVE 0 TO OFICINAS-EN-PANTALLA.
           MOVE 9 TO LINEA-OFI-ACTUAL.
           MOVE "N" TO HAY-MAS-OFICINAS.

           OPEN INPUT F-OFICINAS.
           IF FSOF <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE DESDE-INTRO TO OFI-CODIGO.
           START F-OFICINAS KEY IS >= OFI-CODIGO INVALID KEY
               GO TO OFICINAS-LISTADAS.

       LEER-OFICINAS.
           READ F-OFICINAS NEXT RECORD AT END
               GO TO OFICINAS-LISTADAS.

           IF OFICINAS-EN-PANTALLA = 12
               MOVE "S" TO HAY-MAS-OFICINAS
               MOVE OFI-CODIGO TO DESDE-INTRO
               GO TO OFICINAS-LISTADAS.

           MOVE "Abierta" TO ESTADO-TEXTO.
           IF OFI-ESTADO NOT = "A"
               MOVE "Cerrada" TO ESTADO-TEXTO.
           ADD 1 TO OFICINAS-EN-PANTALLA.
           DISPLAY FILA-OFICINA.
           ADD 1 TO LINEA-OFI-ACTUAL.
           GO TO LEER-OFICINAS.

       OFICINAS-LISTADAS.
           CLOSE F-OFICINAS.
           IF OFICINAS-EN-PANTALLA = 0
               DISPLAY "No hay oficinas dadas de alta" LINE 10
                   COLUMN 25.
           IF HAY-MAS-OFICINAS = "N"
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO EXIT-ENTER.

           DISPLAY "Continuar desde la oficina:" LINE 22 COLUMN 16.
           DISPLAY "Enter - Siguientes" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       PEDIR-DESDE.
           ACCEPT DESDE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-DESDE.
           GO TO PLISTAR-OFICINAS.

      * Alta de una oficina nueva o modificacion de una existente.
      * Cerrar una oficina no mueve sus cuentas: siguen adscritas a
      * ella hasta que se reasignen.
       PFICHA-OFICINA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de oficina" LINE 6 COLUMN 25.
           INITIALIZE OFICINA-INTRO.
           DISPLAY "Codigo de oficina:" LINE 9 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT OFICINA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFICHA-OFICINA.

           IF OFICINA-INTRO = 0
               GO TO PFICHA-OFICINA.

           OPEN INPUT F-OFICINAS.
           IF FSOF <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE "N" TO OFICINA-NUEVA.
           MOVE OFICINA-INTRO TO OFI-CODIGO.
           READ F-OFICINAS INVALID KEY
               MOVE "S" TO OFICINA-NUEVA.

           IF OFICINA-NUEVA = "S"
               MOVE SPACES TO NOMBRE-INTRO
               MOVE SPACES TO DIRECCION-INTRO
               MOVE SPACES TO REGION-INTRO
               MOVE SPACES TO RESPONSABLE-INTRO
               MOVE "A"    TO ESTADO-INTRO
               MOVE SPACE  TO ESTADO-ANTES
           ELSE
               MOVE OFI-NOMBRE      TO NOMBRE-INTRO
               MOVE OFI-DIRECCION   TO DIRECCION-INTRO
               MOVE OFI-REGION      TO REGION-INTRO
               MOVE OFI-RESPONSABLE TO RESPONSABLE-INTRO
               MOVE OFI-ESTADO      TO ESTADO-INTRO
               MOVE OFI-ESTADO      TO ESTADO-ANTES.
           CLOSE F-OFICINAS.

           IF OFICINA-NUEVA = "S"
               DISPLAY "Oficina nueva" LINE 9 COLUMN 50
           ELSE
               DISPLAY "Oficina existente" LINE 9 COLUMN 50.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.

       PFICHA-DATOS.
           ACCEPT FICHA-OFICINA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFICHA-DATOS.

           MOVE FUNCTION UPPER-CASE(ESTADO-INTRO) TO ESTADO-INTRO.
           MOVE FUNCTION UPPER-CASE(REGION-INTRO) TO REGION-INTRO.

           IF NOMBRE-INTRO = SPACES OR REGION-INTRO = SPACES
               DISPLAY "Indique nombre y region de la oficina"
                   LINE 20 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PFICHA-DATOS.
           IF ESTADO-INTRO NOT = "A" AND ESTADO-INTRO NOT = "B"
               DISPLAY "Indique A (abierta) o B (cerrada)    "
                   LINE 20 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PFICHA-DATOS.

           OPEN I-O F-OFICINAS.
           IF FSOF = 35
               CLOSE F-OFICINAS
               OPEN OUTPUT F-OFICINAS
               CLOSE F-OFICINAS
               OPEN I-O F-OFICINAS.
           IF FSOF <> 00
               GO TO PSYS-ERR.

           MOVE OFICINA-INTRO     TO OFI-CODIGO.
           MOVE NOMBRE-INTRO      TO OFI-NOMBRE.
           MOVE DIRECCION-INTRO   TO OFI-DIRECCION.
           MOVE REGION-INTRO      TO OFI-REGION.
           MOVE RESPONSABLE-INTRO TO OFI-RESPONSABLE.
           MOVE ESTADO-INTRO      TO OFI-ESTADO.
           REWRITE OFICINA-REG INVALID KEY
               WRITE OFICINA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-OFICINAS.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "OFI " OFICINA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE ESTADO-ANTES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING ESTADO-INTRO " " REGION-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE "MODIFICAR OFICINA" TO AUDIT-ACCION.
           IF OFICINA-NUEVA = "S"
               MOVE "ALTA OFICINA" TO AUDIT-ACCION.
           IF OFICINA-NUEVA = "N" AND ESTADO-INTRO = "B"
              AND ESTADO-ANTES = "A"
               MOVE "CIERRE OFICINA" TO AUDIT-ACCION.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de oficina" LINE 6 COLUMN 25.
           DISPLAY "Oficina guardada correctamente" LINE 10
               COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Cambio de la oficina de una cuenta, operador o terminal que
      * ya existe.
       PADSCRIPCION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Oficina de una cuenta, operador o terminal"
               LINE 6 COLUMN 19.
           MOVE SPACES TO TIPO-INTRO.
           INITIALIZE ID-INTRO.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       PADSCRIPCION-DATOS.
           ACCEPT ADSCRIPCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PADSCRIPCION-DATOS.

           MOVE FUNCTION UPPER-CASE(TIPO-INTRO) TO TIPO-INTRO.
           IF TIPO-INTRO NOT = "C" AND TIPO-INTRO NOT = "O"
              AND TIPO-INTRO NOT = "T"
               DISPLAY "Indique C, O o T como tipo          "
                   LINE 20 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PADSCRIPCION-DATOS.

           PERFORM LEER-TITULAR THRU LEER-TITULAR-FIN.
           IF TITULAR-TEXTO = SPACES
               DISPLAY "No existe, revise tipo y numero     "
                   LINE 20 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PADSCRIPCION-DATOS.

           MOVE "C"         TO OFIC-MODO.
           MOVE TIPO-INTRO  TO OFIC-TIPO.
           MOVE ID-INTRO    TO OFIC-ID.
           CALL "BANKOFI" USING DATOS-OFICINA.
           MOVE OFIC-OFICINA TO OFICINA-ANTES.
           MOVE OFIC-OFICINA TO OFICINA-INTRO.

           DISPLAY "                                    " LINE 20
               COLUMN 20.
           DISPLAY TITULAR-TEXTO LINE 12 COLUMN 10.
           DISPLAY "Oficina actual:" LINE 13 COLUMN 10.
           DISPLAY OFICINA-ANTES LINE 13 COLUMN 50.
           DISPLAY OFIC-NOMBRE LINE 14 COLUMN 50.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.

       PADSCRIPCION-OFICINA.
           ACCEPT NUEVA-OFICINA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PADSCRIPCION-OFICINA.

           IF OFICINA-INTRO = OFICINA-ANTES
               GO TO IMPRIMIR-CABECERA.

           MOVE "A"           TO OFIC-MODO.
           MOVE TIPO-INTRO    TO OFIC-TIPO.
           MOVE ID-INTRO      TO OFIC-ID.
           MOVE OFICINA-INTRO TO OFIC-OFICINA.
           CALL "BANKOFI" USING DATOS-OFICINA.
           IF OFIC-RESULTADO = "N"
               DISPLAY "Esa oficina no existe               "
                   LINE 20 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PADSCRIPCION-OFICINA.
           IF OFIC-RESULTADO = "B"
               DISPLAY "Esa oficina esta cerrada            "
                   LINE 20 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PADSCRIPCION-OFICINA.
           IF OFIC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING TIPO-INTRO " " ID-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE OFICINA-ANTES TO AUDIT-ANTES.
           MOVE OFICINA-INTRO TO AUDIT-DESPUES.
           MOVE "CAMBIO OFICINA" TO AUDIT-ACCION.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Oficina de una cuenta, operador o terminal"
               LINE 6 COLUMN 19.
           DISPLAY "Oficina cambiada correctamente" LINE 10
               COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Comprueba que existe la cuenta, el operador o el terminal y
      * deja en TITULAR-TEXTO su nombre o ubicacion.
       LEER-TITULAR.
           MOVE SPACES TO TITULAR-TEXTO.
           IF ID-INTRO = 0
               GO TO LEER-TITULAR-FIN.
           IF TIPO-INTRO = "O"
               GO TO LEER-TITULAR-OPERADOR.
           IF TIPO-INTRO = "T"
               GO TO LEER-TITULAR-TERMINAL.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO LEER-TITULAR-FIN.
           MOVE ID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO LEER-TITULAR-FIN.
           IF CTA-ESTADO NOT = "X" AND CTA-ESTADO NOT = "E"
               MOVE CTA-NOMBRE TO TITULAR-TEXTO.
           CLOSE CUENTAS.
           GO TO LEER-TITULAR-FIN.

       LEER-TITULAR-OPERADOR.
           IF ID-INTRO > 9999
               GO TO LEER-TITULAR-FIN.
           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00
               GO TO LEER-TITULAR-FIN.
           MOVE ID-INTRO TO OP-ID.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               GO TO LEER-TITULAR-FIN.
           MOVE OP-NOMBRE TO TITULAR-TEXTO.
           CLOSE F-OPERADORES.
           GO TO LEER-TITULAR-FIN.

       LEER-TITULAR-TERMINAL.
           IF ID-INTRO > 9999
               GO TO LEER-TITULAR-FIN.
           OPEN INPUT F-TERMINALES.
           IF FSQ <> 00
               GO TO LEER-TITULAR-FIN.
           MOVE ID-INTRO TO TERM-ID.
           READ F-TERMINALES INVALID KEY
               CLOSE F-TERMINALES
               GO TO LEER-TITULAR-FIN.
           MOVE TERM-UBICACION TO TITULAR-TEXTO.
           CLOSE F-TERMINALES.

       LEER-TITULAR-FIN.
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
           MOVE "BANK64" TO AUD-PROGRAMA.
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
           MOVE "BANK64"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSOF=" FSOF " " "FSU=" FSU " " "FSOP=" FSOP
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-OFICINAS.
           CLOSE CUENTAS.
           CLOSE F-OPERADORES.
           CLOSE F-TERMINALES.
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

       NIVEL-INSUFICIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta operacion requiere un operador" LINE 9
               COLUMN 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "con nivel de supervisor" LINE 10 COLUMN 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
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
