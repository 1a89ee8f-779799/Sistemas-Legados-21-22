       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK61.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CASOSFRAUDE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSF-NUM
           ALTERNATE RECORD KEY IS CSF-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCF.

           SELECT OPTIONAL F-REGLASFRAUDE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGL-CODIGO
           FILE STATUS IS FSRG.

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

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

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
      * Casos abiertos por las reglas de fraude en linea (BANKFRA).
      * CSF-ACCION R operacion rechazada, H ademas tarjeta retenida.
      * CSF-ESTADO A abierto, C cliente contactado, L liberado,
      * F fraude confirmado, P falso positivo.
       FD F-CASOSFRAUDE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "casosfraude.ubd".
       01 CASOFRAUDE-REG.
           02 CSF-NUM               PIC  9(10).
           02 CSF-TARJETA           PIC  9(16).
           02 CSF-REGLA             PIC  X(3).
           02 CSF-ACCION            PIC  X(1).
           02 CSF-OPERACION         PIC  X(3).
           02 CSF-IMPORTE-CENT      PIC S9(11).
           02 CSF-DESTINO           PIC X(34).
           02 CSF-TERMINAL          PIC  9(4).
           02 CSF-ANO               PIC  9(4).
           02 CSF-MES               PIC  9(2).
           02 CSF-DIA               PIC  9(2).
           02 CSF-HOR               PIC  9(2).
           02 CSF-MIN               PIC  9(2).
           02 CSF-DETALLE           PIC X(40).
           02 CSF-ESTADO            PIC  X(1).
           02 CSF-NOTA              PIC X(40).
           02 CSF-OPERADOR          PIC  9(4).
           02 CSF-FECHA-CIERRE      PIC  9(8).

       FD F-REGLASFRAUDE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reglasfraude.ubd".
       01 REGLAFRAUDE-REG.
           02 RGL-CODIGO            PIC  X(3).
           02 RGL-ACCION            PIC  X(1).
           02 RGL-PARAM-1           PIC  9(5).
           02 RGL-PARAM-2           PIC  9(5).
           02 RGL-OPERADOR          PIC  9(4).

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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

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
       77 FSCF                     PIC  X(2).
       77 FSRG                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSI                      PIC  X(2).
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

      * Valores de las reglas cuando no hay registro; son los mismos
      * que aplica BANKFRA.
       78 DEF-UBI-ACCION           VALUE "H".
       78 DEF-UBI-MINUTOS          VALUE 30.
       78 DEF-PIN-ACCION           VALUE "H".
       78 DEF-PIN-HORAS            VALUE 48.
       78 DEF-HOR-ACCION           VALUE "R".
       78 DEF-HOR-MINIMO           VALUE 10.
       78 DEF-HOR-MARGEN           VALUE 1.
       78 DEF-IMP-ACCION           VALUE "R".
       78 DEF-IMP-FACTOR           VALUE 5.
       78 DEF-IMP-MINIMO           VALUE 5.

       77 PRESSED-KEY              PIC  9(4).
       77 CHOICE                   PIC  9(1).
       77 CASO-INTRO               PIC  9(10).
       77 NOTA-INTRO               PIC X(40).
       77 CASOS-EN-PANTALLA        PIC  9(2).
       77 LINEA-CASO-ACTUAL        PIC  9(2).
       77 FECHA-FILA               PIC  9(8).
       77 IMPORTE-FILA-ENT         PIC  9(9).
       77 IMPORTE-FILA-DEC         PIC  9(2).
       77 ESTADO-TEXTO             PIC X(12).
       77 REGLA-TEXTO              PIC X(35).
       77 OPERACION-TEXTO          PIC X(25).
       77 ACCION-TEXTO             PIC X(20).
       77 TITULAR-NOMBRE           PIC X(30).
       77 TITULAR-TELEFONO         PIC  9(9).
       77 ESTADO-NUEVO             PIC  X(1).
       77 FECHA-CIERRE-AAAAMMDD    PIC  9(8).

       77 LINEA-REGLA-ACTUAL       PIC  9(2).
       77 REGLA-CODIGO-INTRO       PIC  X(3).
       77 REGLA-ACCION-INTRO       PIC  X(1).
       77 REGLA-PARAM-1-INTRO      PIC  9(5).
       77 REGLA-PARAM-2-INTRO      PIC  9(5).
       77 PARAM-TEXTO              PIC X(30).

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

       01 FILA-CASO.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 02
               FOREGROUND-COLOR YELLOW PIC 9(10) FROM CSF-NUM.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 13
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 14
               FOREGROUND-COLOR YELLOW PIC X(3) FROM CSF-REGLA.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 17
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 18
               FOREGROUND-COLOR YELLOW PIC 9(16) FROM CSF-TARJETA.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 34
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 35
               FOREGROUND-COLOR YELLOW PIC 9(8) FROM FECHA-FILA.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 43
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 44
               FOREGROUND-COLOR YELLOW PIC X(3) FROM CSF-OPERACION.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 47
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 48
               FOREGROUND-COLOR YELLOW PIC Z(8)9
               FROM IMPORTE-FILA-ENT.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 57
               FOREGROUND-COLOR YELLOW VALUE ",".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 58
               FOREGROUND-COLOR YELLOW PIC 9(2)
               FROM IMPORTE-FILA-DEC.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 60
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 61
               FOREGROUND-COLOR YELLOW PIC X(1) FROM CSF-ACCION.
           05 FILLER LINE LINEA-CASO-ACTUAL COL 62
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-CASO-ACTUAL COL 63
               FOREGROUND-COLOR YELLOW PIC X(12) FROM ESTADO-TEXTO.

       01 ACCEPT-REVISION.
           05 FILLER LINE 20 COL 8 VALUE
               "Numero de caso:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 24 PIC 9(10) USING CASO-INTRO.
           05 FILLER LINE 21 COL 8 VALUE
               "Accion (1-Contacto 2-Liberar 3-Fraude 4-Falso pos.):".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 21 COL 62 PIC 9 USING CHOICE.

       01 FICHA-CASO.
           05 FILLER LINE 6 COL 10 VALUE "Caso:".
           05 FILLER LINE 6 COL 30 PIC 9(10) FROM CSF-NUM.
           05 FILLER LINE 6 COL 42 PIC X(12) FROM ESTADO-TEXTO.
           05 FILLER LINE 7 COL 10 VALUE "Tarjeta:".
           05 FILLER LINE 7 COL 30 PIC 9(16) FROM CSF-TARJETA.
           05 FILLER LINE 8 COL 10 VALUE "Titular:".
           05 FILLER LINE 8 COL 30 PIC X(30) FROM TITULAR-NOMBRE.
           05 FILLER LINE 9 COL 10 VALUE "Telefono:".
           05 FILLER LINE 9 COL 30 PIC 9(9) FROM TITULAR-TELEFONO.
           05 FILLER LINE 10 COL 10 VALUE "Regla:".
           05 FILLER LINE 10 COL 30 PIC X(35) FROM REGLA-TEXTO.
           05 FILLER LINE 11 COL 10 VALUE "Detalle:".
           05 FILLER LINE 11 COL 30 PIC X(40) FROM CSF-DETALLE.
           05 FILLER LINE 12 COL 10 VALUE "Operacion:".
           05 FILLER LINE 12 COL 30 PIC X(25) FROM OPERACION-TEXTO.
           05 FILLER LINE 13 COL 10 VALUE "Importe:".
           05 FILLER LINE 13 COL 30 PIC Z(8)9
               FROM IMPORTE-FILA-ENT.
           05 FILLER LINE 13 COL 39 VALUE ",".
           05 FILLER LINE 13 COL 40 PIC 9(2)
               FROM IMPORTE-FILA-DEC.
           05 FILLER LINE 13 COL 43 VALUE "EUR".
           05 FILLER LINE 14 COL 10 VALUE "Terminal / fecha:".
           05 FILLER LINE 14 COL 30 PIC 9(4) FROM CSF-TERMINAL.
           05 FILLER LINE 14 COL 36 PIC 9(2) FROM CSF-DIA.
           05 FILLER LINE 14 COL 38 VALUE "-".
           05 FILLER LINE 14 COL 39 PIC 9(2) FROM CSF-MES.
           05 FILLER LINE 14 COL 41 VALUE "-".
           05 FILLER LINE 14 COL 42 PIC 9(4) FROM CSF-ANO.
           05 FILLER LINE 14 COL 48 PIC 9(2) FROM CSF-HOR.
           05 FILLER LINE 14 COL 50 VALUE ":".
           05 FILLER LINE 14 COL 51 PIC 9(2) FROM CSF-MIN.
           05 FILLER LINE 15 COL 10 VALUE "Destino:".
           05 FILLER LINE 15 COL 30 PIC X(34) FROM CSF-DESTINO.
           05 FILLER LINE 16 COL 10 VALUE "Respuesta:".
           05 FILLER LINE 16 COL 30 PIC X(20) FROM ACCION-TEXTO.
           05 FILLER LINE 17 COL 10 VALUE "Ultima nota:".
           05 FILLER LINE 17 COL 30 PIC X(40) FROM CSF-NOTA.

       01 NOTA-ACCEPT.
           05 FILLER UNDERLINE LINE 19 COL 30
               PIC X(40) USING NOTA-INTRO.

       01 FILA-REGLA.
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 02
               FOREGROUND-COLOR YELLOW PIC X(3) FROM RGL-CODIGO.
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 05
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 06
               FOREGROUND-COLOR YELLOW PIC X(35) FROM REGLA-TEXTO.
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 41
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 42
               FOREGROUND-COLOR YELLOW PIC X(1) FROM RGL-ACCION.
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 43
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 44
               FOREGROUND-COLOR YELLOW PIC Z(4)9 FROM RGL-PARAM-1.
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 49
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 50
               FOREGROUND-COLOR YELLOW PIC Z(4)9 FROM RGL-PARAM-2.
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 55
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REGLA-ACTUAL COL 56
               FOREGROUND-COLOR YELLOW PIC X(24) FROM PARAM-TEXTO.

       01 ACCEPT-REGLA.
           05 FILLER LINE 17 COL 10 VALUE "Regla:".
           05 FILLER UNDERLINE LINE 17 COL 40
               PIC X(3) USING REGLA-CODIGO-INTRO.
           05 FILLER LINE 18 COL 10 VALUE
               "Accion (R/H/N):".
           05 FILLER UNDERLINE LINE 18 COL 40
               PIC X(1) USING REGLA-ACCION-INTRO.
           05 FILLER LINE 19 COL 10 VALUE "Parametro 1:".
           05 FILLER UNDERLINE LINE 19 COL 40
               PIC 9(5) USING REGLA-PARAM-1-INTRO.
           05 FILLER LINE 20 COL 10 VALUE "Parametro 2:".
           05 FILLER UNDERLINE LINE 20 COL 40
               PIC 9(5) USING REGLA-PARAM-2-INTRO.


      * Cola de casos de fraude.  Las reglas en linea de BANKFRA
      * rechazan la operacion y abren un caso; el analista llama al
      * cliente, anota el contacto y lo resuelve: liberar la tarjeta
      * retenida, confirmar el fraude y bloquear la tarjeta, o
      * cerrarlo como falso positivo.  Tambien mantiene la tabla de
      * reglas.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Casos de fraude" LINE 2
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
           DISPLAY "UnizarBank - Casos de fraude" LINE 2
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
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           DISPLAY "1 - Casos de fraude pendientes" LINE 9
               COLUMN 25.
           DISPLAY "2 - Reglas de fraude en linea" LINE 11
               COLUMN 25.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO PLISTAR-CASOS.
           IF CHOICE = 2
               GO TO PLISTAR-REGLAS.
           GO TO PMENUA1.

      * Casos abiertos o con el cliente ya contactado, en orden de
      * apertura.
       PLISTAR-CASOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Casos de fraude pendientes" LINE 6 COLUMN 27.
           DISPLAY "CASO" LINE 8 COLUMN 2.
           DISPLAY "|" LINE 8 COLUMN 13.
           DISPLAY "REG" LINE 8 COLUMN 14.
           DISPLAY "|" LINE 8 COLUMN 17.
           DISPLAY "TARJETA" LINE 8 COLUMN 18.
           DISPLAY "|" LINE 8 COLUMN 34.
           DISPLAY "FECHA" LINE 8 COLUMN 35.
           DISPLAY "|" LINE 8 COLUMN 43.
           DISPLAY "OPE" LINE 8 COLUMN 44.
           DISPLAY "|" LINE 8 COLUMN 47.
           DISPLAY "IMPORTE" LINE 8 COLUMN 48.
           DISPLAY "|" LINE 8 COLUMN 60.
           DISPLAY "R" LINE 8 COLUMN 61.
           DISPLAY "|" LINE 8 COLUMN 62.
           DISPLAY "ESTADO" LINE 8 COLUMN 63.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           MOVE 0 TO CASOS-EN-PANTALLA.
           MOVE 9 TO LINEA-CASO-ACTUAL.

           OPEN I-O F-CASOSFRAUDE.
           IF FSCF <> 00 AND 05
               GO TO PSYS-ERR.

       LEER-CASOS.
           READ F-CASOSFRAUDE NEXT RECORD AT END
               GO TO CONTROL-LISTADO.

           IF CSF-ESTADO NOT = "A" AND CSF-ESTADO NOT = "C"
               GO TO LEER-CASOS.

           ADD 1 TO CASOS-EN-PANTALLA.
           PERFORM DESCRIBIR-CASO THRU DESCRIBIR-CASO-FIN.
           DISPLAY FILA-CASO.
           ADD 1 TO LINEA-CASO-ACTUAL.

           IF CASOS-EN-PANTALLA = 10
               GO TO CONTROL-LISTADO.

           GO TO LEER-CASOS.

       CONTROL-LISTADO.
           IF CASOS-EN-PANTALLA = 0
               CLOSE F-CASOSFRAUDE
               GO TO NO-CASOS.

       WAIT-ORDER.
           INITIALIZE CASO-INTRO.
           INITIALIZE CHOICE.

           ACCEPT ACCEPT-REVISION ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CASOSFRAUDE
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO WAIT-ORDER.

           IF CASO-INTRO = 0 OR CHOICE < 1 OR CHOICE > 4
               DISPLAY "Indique caso y accion validos" LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO WAIT-ORDER.

           MOVE CASO-INTRO TO CSF-NUM.
           READ F-CASOSFRAUDE INVALID KEY
               DISPLAY "Ese caso no existe           " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO WAIT-ORDER.

           IF CSF-ESTADO NOT = "A" AND CSF-ESTADO NOT = "C"
               DISPLAY "Ese caso ya esta resuelto    " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO WAIT-ORDER.

           PERFORM DESCRIBIR-CASO THRU DESCRIBIR-CASO-FIN.
           PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY FICHA-CASO.

           IF CHOICE = 1
               DISPLAY "Contacto con el cliente" LINE 21 COLUMN 29
               MOVE "C" TO ESTADO-NUEVO
               MOVE "CONTACTO FRAUDE" TO AUDIT-ACCION.
           IF CHOICE = 2
               DISPLAY "Liberar la tarjeta y cerrar el caso"
                   LINE 21 COLUMN 23
               MOVE "L" TO ESTADO-NUEVO
               MOVE "LIBERAR CASO FRAUDE" TO AUDIT-ACCION.
           IF CHOICE = 3
               DISPLAY "Confirmar fraude y bloquear la tarjeta"
                   LINE 21 COLUMN 21 WITH BACKGROUND-COLOR RED
               MOVE "F" TO ESTADO-NUEVO
               MOVE "CONFIRMAR FRAUDE" TO AUDIT-ACCION.
           IF CHOICE = 4
               DISPLAY "Cerrar el caso como falso positivo"
                   LINE 21 COLUMN 23
               MOVE "P" TO ESTADO-NUEVO
               MOVE "FALSO POSITIVO" TO AUDIT-ACCION.

           MOVE SPACES TO NOTA-INTRO.

       PEDIR-NOTA.
           DISPLAY "Nota:" LINE 19 COLUMN 10.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT NOTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CASOSFRAUDE
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-NOTA.

      * El contacto tiene que quedar explicado en la nota.
           IF CHOICE = 1 AND NOTA-INTRO = SPACES
               DISPLAY "Anote el resultado del contacto" LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-NOTA.

           IF ESTADO-NUEVO = "F"
               PERFORM BLOQUEAR-TARJETA THRU BLOQUEAR-TARJETA-FIN.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "CASO " CSF-NUM " " CSF-TARJETA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING CSF-ESTADO " " CSF-REGLA " " CSF-ACCION
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING ESTADO-NUEVO " " NOTA-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.

           IF NOTA-INTRO NOT = SPACES
               MOVE NOTA-INTRO TO CSF-NOTA.
           MOVE ESTADO-NUEVO    TO CSF-ESTADO.
           MOVE OPERADOR-ACTUAL TO CSF-OPERADOR.
           IF ESTADO-NUEVO NOT = "C"
               COMPUTE FECHA-CIERRE-AAAAMMDD = (ANO * 10000)
                   + (MES * 100) + DIA
               MOVE FECHA-CIERRE-AAAAMMDD TO CSF-FECHA-CIERRE.
           REWRITE CASOFRAUDE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CASOSFRAUDE.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ESTADO-NUEVO = "C"
               DISPLAY "Contacto anotado en el caso" LINE 10
                   COLUMN 27.
           IF ESTADO-NUEVO = "L"
               DISPLAY "Caso cerrado y tarjeta liberada" LINE 10
                   COLUMN 25.
           IF ESTADO-NUEVO = "F"
               DISPLAY "Fraude confirmado, tarjeta bloqueada" LINE 10
                   COLUMN 22.
           IF ESTADO-NUEVO = "P"
               DISPLAY "Caso cerrado como falso positivo" LINE 10
                   COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       NO-CASOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay casos de fraude pendientes"
               LINE 10 COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Tabla de reglas con los valores en vigor; las que no tienen
      * registro se muestran con los valores por defecto.
       PLISTAR-REGLAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reglas de fraude en linea" LINE 6 COLUMN 27.
           DISPLAY "COD" LINE 8 COLUMN 2.
           DISPLAY "|" LINE 8 COLUMN 5.
           DISPLAY "REGLA" LINE 8 COLUMN 6.
           DISPLAY "|" LINE 8 COLUMN 41.
           DISPLAY "A" LINE 8 COLUMN 42.
           DISPLAY "|" LINE 8 COLUMN 43.
           DISPLAY "PAR1" LINE 8 COLUMN 45.
           DISPLAY "|" LINE 8 COLUMN 49.
           DISPLAY "PAR2" LINE 8 COLUMN 51.
           DISPLAY "|" LINE 8 COLUMN 55.
           DISPLAY "PARAMETROS" LINE 8 COLUMN 56.
           DISPLAY "Accion: R rechazar, H rechazar y retener tarjeta,"
               LINE 14 COLUMN 6.
           DISPLAY "N regla desactivada" LINE 15 COLUMN 14.

           OPEN INPUT F-REGLASFRAUDE.
           IF FSRG <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE 9 TO LINEA-REGLA-ACTUAL.
           MOVE "UBI" TO REGLA-CODIGO-INTRO.
           PERFORM MOSTRAR-REGLA THRU MOSTRAR-REGLA-FIN.
           MOVE "PIN" TO REGLA-CODIGO-INTRO.
           PERFORM MOSTRAR-REGLA THRU MOSTRAR-REGLA-FIN.
           MOVE "HOR" TO REGLA-CODIGO-INTRO.
           PERFORM MOSTRAR-REGLA THRU MOSTRAR-REGLA-FIN.
           MOVE "IMP" TO REGLA-CODIGO-INTRO.
           PERFORM MOSTRAR-REGLA THRU MOSTRAR-REGLA-FIN.
           CLOSE F-REGLASFRAUDE.

           MOVE SPACES TO REGLA-CODIGO-INTRO.
           MOVE SPACES TO REGLA-ACCION-INTRO.
           MOVE 0 TO REGLA-PARAM-1-INTRO.
           MOVE 0 TO REGLA-PARAM-2-INTRO.

       PEDIR-REGLA.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ACCEPT-REGLA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-REGLA.

           MOVE FUNCTION UPPER-CASE(REGLA-CODIGO-INTRO)
               TO REGLA-CODIGO-INTRO.
           MOVE FUNCTION UPPER-CASE(REGLA-ACCION-INTRO)
               TO REGLA-ACCION-INTRO.

           IF REGLA-CODIGO-INTRO NOT = "UBI"
              AND REGLA-CODIGO-INTRO NOT = "PIN"
              AND REGLA-CODIGO-INTRO NOT = "HOR"
              AND REGLA-CODIGO-INTRO NOT = "IMP"
               DISPLAY "Regla desconocida            " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-REGLA.

           IF REGLA-ACCION-INTRO NOT = "R"
              AND REGLA-ACCION-INTRO NOT = "H"
              AND REGLA-ACCION-INTRO NOT = "N"
               DISPLAY "Accion no valida             " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-REGLA.

           IF REGLA-ACCION-INTRO NOT = "N"
              AND REGLA-PARAM-1-INTRO = 0
               DISPLAY "El parametro 1 no puede ser 0" LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-REGLA.

           OPEN I-O F-REGLASFRAUDE.
           IF FSRG = 35
               CLOSE F-REGLASFRAUDE
               OPEN OUTPUT F-REGLASFRAUDE
               CLOSE F-REGLASFRAUDE
               OPEN I-O F-REGLASFRAUDE.
           IF FSRG <> 00
               GO TO PSYS-ERR.

           PERFORM LEER-REGLA THRU LEER-REGLA-FIN.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "REGLA " REGLA-CODIGO-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING RGL-ACCION " " RGL-PARAM-1 " " RGL-PARAM-2
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING REGLA-ACCION-INTRO " " REGLA-PARAM-1-INTRO " "
               REGLA-PARAM-2-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE "REGLA FRAUDE" TO AUDIT-ACCION.

           MOVE REGLA-CODIGO-INTRO  TO RGL-CODIGO.
           MOVE REGLA-ACCION-INTRO  TO RGL-ACCION.
           MOVE REGLA-PARAM-1-INTRO TO RGL-PARAM-1.
           MOVE REGLA-PARAM-2-INTRO TO RGL-PARAM-2.
           MOVE OPERADOR-ACTUAL     TO RGL-OPERADOR.
           REWRITE REGLAFRAUDE-REG INVALID KEY
               WRITE REGLAFRAUDE-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-REGLASFRAUDE.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           GO TO PLISTAR-REGLAS.

       MOSTRAR-REGLA.
           PERFORM LEER-REGLA THRU LEER-REGLA-FIN.
           DISPLAY FILA-REGLA.
           ADD 1 TO LINEA-REGLA-ACTUAL.

       MOSTRAR-REGLA-FIN.
           EXIT.

      * Deja en REGLAFRAUDE-REG la regla REGLA-CODIGO-INTRO, con los
      * valores por defecto si no esta grabada.  El fichero tiene que
      * estar abierto.
       LEER-REGLA.
           MOVE REGLA-CODIGO-INTRO TO RGL-CODIGO.
           READ F-REGLASFRAUDE INVALID KEY
               PERFORM REGLA-POR-DEFECTO THRU REGLA-POR-DEFECTO-FIN.
           PERFORM DESCRIBIR-REGLA THRU DESCRIBIR-REGLA-FIN.

       LEER-REGLA-FIN.
           EXIT.

       REGLA-POR-DEFECTO.
           MOVE REGLA-CODIGO-INTRO TO RGL-CODIGO.
           MOVE 0 TO RGL-PARAM-2.
           MOVE 0 TO RGL-OPERADOR.
           IF RGL-CODIGO = "UBI"
               MOVE DEF-UBI-ACCION TO RGL-ACCION
               MOVE DEF-UBI-MINUTOS TO RGL-PARAM-1.
           IF RGL-CODIGO = "PIN"
               MOVE DEF-PIN-ACCION TO RGL-ACCION
               MOVE DEF-PIN-HORAS TO RGL-PARAM-1.
           IF RGL-CODIGO = "HOR"
               MOVE DEF-HOR-ACCION TO RGL-ACCION
               MOVE DEF-HOR-MINIMO TO RGL-PARAM-1
               MOVE DEF-HOR-MARGEN TO RGL-PARAM-2.
           IF RGL-CODIGO = "IMP"
               MOVE DEF-IMP-ACCION TO RGL-ACCION
               MOVE DEF-IMP-FACTOR TO RGL-PARAM-1
               MOVE DEF-IMP-MINIMO TO RGL-PARAM-2.

       REGLA-POR-DEFECTO-FIN.
           EXIT.

       DESCRIBIR-REGLA.
           MOVE RGL-CODIGO TO REGLA-TEXTO.
           MOVE SPACES TO PARAM-TEXTO.
           IF RGL-CODIGO = "UBI"
               MOVE "Cajeros distintos en pocos minutos"
                   TO REGLA-TEXTO
               MOVE "1 minutos" TO PARAM-TEXTO.
           IF RGL-CODIGO = "PIN"
               MOVE "IBAN nuevo tras cambio de PIN" TO REGLA-TEXTO
               MOVE "1 horas" TO PARAM-TEXTO.
           IF RGL-CODIGO = "HOR"
               MOVE "Retirada a hora inusual" TO REGLA-TEXTO
               MOVE "1 retiradas 2 margen h." TO PARAM-TEXTO.
           IF RGL-CODIGO = "IMP"
               MOVE "Importe muy superior a su media" TO REGLA-TEXTO
               MOVE "1 veces 2 cargos minimos" TO PARAM-TEXTO.

       DESCRIBIR-REGLA-FIN.
           EXIT.

       DESCRIBIR-CASO.
           COMPUTE FECHA-FILA = (CSF-ANO * 10000) + (CSF-MES * 100)
               + CSF-DIA.
           COMPUTE IMPORTE-FILA-ENT = CSF-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(CSF-IMPORTE-CENT, 100)
               TO IMPORTE-FILA-DEC.

           MOVE CSF-ESTADO TO ESTADO-TEXTO.
           IF CSF-ESTADO = "A"
               MOVE "Abierto" TO ESTADO-TEXTO.
           IF CSF-ESTADO = "C"
               MOVE "Contactado" TO ESTADO-TEXTO.

           MOVE CSF-REGLA TO RGL-CODIGO.
           PERFORM DESCRIBIR-REGLA THRU DESCRIBIR-REGLA-FIN.

           MOVE CSF-OPERACION TO OPERACION-TEXTO.
           IF CSF-OPERACION = "RET"
               MOVE "Retirada de efectivo" TO OPERACION-TEXTO.
           IF CSF-OPERACION = "TRF"
               MOVE "Transferencia interna" TO OPERACION-TEXTO.
           IF CSF-OPERACION = "IBA"
               MOVE "Transferencia a IBAN" TO OPERACION-TEXTO.
           IF CSF-OPERACION = "COM"
               MOVE "Compra de entradas" TO OPERACION-TEXTO.
           IF CSF-OPERACION = "REC"
               MOVE "Recarga de movil" TO OPERACION-TEXTO.
           IF CSF-OPERACION = "ALI"
               MOVE "Envio a un movil" TO OPERACION-TEXTO.

           MOVE "Operacion rechazada" TO ACCION-TEXTO.
           IF CSF-ACCION = "H"
               MOVE "Tarjeta retenida" TO ACCION-TEXTO.

       DESCRIBIR-CASO-FIN.
           EXIT.

      * Nombre y telefono del titular para llamarle.
       BUSCAR-TITULAR.
           MOVE SPACES TO TITULAR-NOMBRE.
           MOVE 0 TO TITULAR-TELEFONO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO BUSCAR-TITULAR-FIN.
           MOVE CSF-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO BUSCAR-TITULAR-FIN.
           CLOSE TARJETAS.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               CLOSE CUENTAS
               GO TO BUSCAR-TITULAR-FIN.
           MOVE CTA-ID TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO BUSCAR-TITULAR-FIN.
           MOVE CTA-NOMBRE TO TITULAR-NOMBRE.
           MOVE CTA-TELEFONO TO TITULAR-TELEFONO.
           CLOSE CUENTAS.

       BUSCAR-TITULAR-FIN.
           EXIT.

      * El fraude confirmado deja la tarjeta bloqueada como
      * comprometida, igual que la lista de bloqueo de la red: el
      * cajero la captura y el cliente no puede desbloquearla.
       BLOQUEAR-TARJETA.
           OPEN I-O INTENTOS.
           IF FSI = 35
               CLOSE INTENTOS
               OPEN OUTPUT INTENTOS
               CLOSE INTENTOS
               OPEN I-O INTENTOS.
           IF FSI <> 00
               GO TO PSYS-ERR.

           MOVE CSF-TARJETA TO INUM.
           READ INTENTOS INVALID KEY
               MOVE CSF-TARJETA TO INUM.
           MOVE 0 TO IINTENTOS.
           MOVE "K" TO I-REPORTADO.
           REWRITE INTENTOSREG INVALID KEY
               WRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR.
           CLOSE INTENTOS.

       BLOQUEAR-TARJETA-FIN.
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
           MOVE "BANK61" TO AUD-PROGRAMA.
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
           MOVE "BANK61"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCF=" FSCF " " "FSRG=" FSRG " " "FSI=" FSI " "
               "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE CSF-TARJETA TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CASOSFRAUDE.
           CLOSE F-REGLASFRAUDE.
           CLOSE INTENTOS.
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

       NIVEL-INSUFICIENTE-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80
           IF ENTER-PRESSED
               STOP RUN
           ELSE
               GO TO NIVEL-INSUFICIENTE-ENTER.

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
