       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK76.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECOMPENSAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCP-NUM
           FILE STATUS IS FSRC.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.


       DATA DIVISION.
       FILE SECTION.
      * Reglas del programa de cashback.  Cada regla da RCP-BP puntos
      * basicos de lo gastado en la categoria, y si se informan, solo
      * por el canal, el producto de la cuenta o los recibos del
      * acreedor indicados, entre RCP-DESDE y RCP-HASTA (AAAAMMDD,
      * 0 = sin limite).  RCP-ESTADO en blanco vigente, B de baja.
       FD F-RECOMPENSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recompensas.ubd".
       01 RECOMPENSA-REG.
           02 RCP-NUM               PIC  9(4).
           02 RCP-NOMBRE            PIC X(30).
           02 RCP-CATEGORIA         PIC  X(3).
           02 RCP-CANAL             PIC  X(3).
           02 RCP-PRODUCTO          PIC  X(3).
           02 RCP-ACREEDOR          PIC  X(8).
           02 RCP-DESDE             PIC  9(8).
           02 RCP-HASTA             PIC  9(8).
           02 RCP-BP                PIC  9(4).
           02 RCP-ESTADO            PIC  X(1).

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

       77 REGNUM-INTRO             PIC  9(4).
       77 REGNOMBRE-INTRO          PIC  X(30).
       77 CATEGORIA-INTRO          PIC  X(3).
       77 CANAL-INTRO              PIC  X(3).
       77 PRODUCTO-INTRO           PIC  X(3).
       77 ACREEDOR-INTRO           PIC  X(8).
       77 DESDE-INTRO              PIC  9(8).
       77 HASTA-INTRO              PIC  9(8).
       77 PORC-ENT-INTRO           PIC  9(2).
       77 PORC-DEC-INTRO           PIC  9(2).

       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).


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

       01 REGLA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45
               PIC 9(4) USING REGNUM-INTRO.
           05 FILLER AUTO LINE 9 COL 35
               PIC X(30) USING REGNOMBRE-INTRO.
           05 FILLER AUTO LINE 10 COL 45
               PIC X(3) USING CATEGORIA-INTRO.
           05 FILLER AUTO LINE 11 COL 45
               PIC X(3) USING CANAL-INTRO.
           05 FILLER AUTO LINE 12 COL 45
               PIC X(3) USING PRODUCTO-INTRO.
           05 FILLER AUTO LINE 13 COL 45
               PIC X(8) USING ACREEDOR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 45
               PIC 9(8) USING DESDE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 45
               PIC 9(8) USING HASTA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 16 COL 45
               PIC 9(2) USING PORC-ENT-INTRO.
           05 FILLER LINE 16 COL 48
               PIC 9(2) USING PORC-DEC-INTRO.

       01 BAJA-ACCEPT.
           05 FILLER BLANK ZERO LINE 8 COL 45
               PIC 9(4) USING REGNUM-INTRO.


      * Reglas del programa de cashback.  El calculo lo hace BANKCSH,
      * que usan el abono mensual (BATCHCSH) y la consulta de saldo
      * del cajero (BANK2).
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Reglas de cashback" LINE 2
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
           DISPLAY "UnizarBank - Reglas de cashback" LINE 2
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
           DISPLAY "1 - Alta de regla" LINE 8 COLUMN 20.
           DISPLAY "2 - Dar de baja una regla" LINE 9 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-REGLA.
           IF CHOICE = 2
               GO TO BAJA-REGLA.
           GO TO PMENUA1.

      * Canal, producto y acreedor en blanco valen para todos.  El
      * acreedor tiene que estar en el maestro de acreedores.  Las
      * reglas deciden cuanto devuelve el banco, asi que solo las
      * mantiene un supervisor.
       ALTA-REGLA.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de regla" LINE 6 COLUMN 33.
           INITIALIZE REGNUM-INTRO.
           INITIALIZE REGNOMBRE-INTRO.
           INITIALIZE CATEGORIA-INTRO.
           INITIALIZE CANAL-INTRO.
           INITIALIZE PRODUCTO-INTRO.
           INITIALIZE ACREEDOR-INTRO.
           INITIALIZE DESDE-INTRO.
           INITIALIZE HASTA-INTRO.
           INITIALIZE PORC-ENT-INTRO.
           INITIALIZE PORC-DEC-INTRO.
           DISPLAY "Numero de regla:" LINE 8 COLUMN 15.
           DISPLAY "Nombre:" LINE 9 COLUMN 15.
           DISPLAY "Categoria (OCI, REC...):" LINE 10 COLUMN 15.
           DISPLAY "Canal (blanco = todos):" LINE 11 COLUMN 15.
           DISPLAY "Producto (blanco = todos):" LINE 12 COLUMN 15.
           DISPLAY "Acreedor (blanco = todos):" LINE 13 COLUMN 15.
           DISPLAY "Desde (AAAAMMDD, 0 = ya):" LINE 14 COLUMN 15.
           DISPLAY "Hasta (AAAAMMDD, 0 = sin fin):" LINE 15 COLUMN 15.
           DISPLAY "Porcentaje:" LINE 16 COLUMN 15.
           DISPLAY "." LINE 16 COLUMN 47.
           DISPLAY "%" LINE 16 COLUMN 51.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT REGLA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-REGLA.

           MOVE FUNCTION UPPER-CASE(CATEGORIA-INTRO)
               TO CATEGORIA-INTRO.
           MOVE FUNCTION UPPER-CASE(CANAL-INTRO) TO CANAL-INTRO.
           MOVE FUNCTION UPPER-CASE(PRODUCTO-INTRO) TO PRODUCTO-INTRO.

           IF REGNUM-INTRO = 0 OR REGNOMBRE-INTRO = SPACES
              OR CATEGORIA-INTRO = SPACES
              OR (PORC-ENT-INTRO = 0 AND PORC-DEC-INTRO = 0)
              OR (HASTA-INTRO > 0 AND HASTA-INTRO < DESDE-INTRO)
               DISPLAY "Revise numero, nombre, categoria, fechas y"
                   LINE 18 COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               DISPLAY "porcentaje" LINE 19 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS RED
               GO TO ALTA-REGLA-REINTENTO.

           IF ACREEDOR-INTRO NOT = SPACES
               MOVE ACREEDOR-INTRO TO ACRC-CODIGO
               CALL "BANKACR" USING DATOS-ACREEDOR
               IF ACRC-RESULTADO = "N"
                   DISPLAY "Ese acreedor no existe" LINE 18
                       COLUMN 15 WITH FOREGROUND-COLOR IS BLACK
                       BACKGROUND-COLOR IS RED
                   GO TO ALTA-REGLA-REINTENTO.

           MOVE REGNUM-INTRO     TO RCP-NUM.
           MOVE REGNOMBRE-INTRO  TO RCP-NOMBRE.
           MOVE CATEGORIA-INTRO  TO RCP-CATEGORIA.
           MOVE CANAL-INTRO      TO RCP-CANAL.
           MOVE PRODUCTO-INTRO   TO RCP-PRODUCTO.
           MOVE ACREEDOR-INTRO   TO RCP-ACREEDOR.
           MOVE DESDE-INTRO      TO RCP-DESDE.
           MOVE HASTA-INTRO      TO RCP-HASTA.
           COMPUTE RCP-BP = (PORC-ENT-INTRO * 100) + PORC-DEC-INTRO.
           MOVE " "              TO RCP-ESTADO.

           OPEN I-O F-RECOMPENSAS.
           IF FSRC = 35
               CLOSE F-RECOMPENSAS
               OPEN OUTPUT F-RECOMPENSAS
               CLOSE F-RECOMPENSAS
               OPEN I-O F-RECOMPENSAS.
           IF FSRC <> 00 AND 05
               GO TO PSYS-ERR.

           WRITE RECOMPENSA-REG INVALID KEY
               CLOSE F-RECOMPENSAS
               GO TO REGLA-YA-EXISTE.
           CLOSE F-RECOMPENSAS.

           MOVE "ALTA REGLA CASHBACK" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING REGNUM-INTRO " " CATEGORIA-INTRO " " CANAL-INTRO
               " " PRODUCTO-INTRO " " ACREEDOR-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING RCP-BP " " DESDE-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta de regla" LINE 6 COLUMN 33.
           DISPLAY "Regla de cashback dada de alta" LINE 10 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       ALTA-REGLA-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO ALTA-REGLA.
           GO TO ALTA-REGLA.

      * La baja no borra la regla: el informe de coste de meses
      * pasados la sigue nombrando.
       BAJA-REGLA.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Dar de baja una regla" LINE 6 COLUMN 29.
           INITIALIZE REGNUM-INTRO.
           DISPLAY "Numero de regla:" LINE 8 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT BAJA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO BAJA-REGLA.

           OPEN I-O F-RECOMPENSAS.
           IF FSRC <> 00
               CLOSE F-RECOMPENSAS
               GO TO REGLA-NO-EXISTE.

           MOVE REGNUM-INTRO TO RCP-NUM.
           READ F-RECOMPENSAS INVALID KEY
               CLOSE F-RECOMPENSAS
               GO TO REGLA-NO-EXISTE.

           MOVE SPACES TO AUDIT-ANTES.
           STRING RCP-ESTADO " " RCP-BP
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE "B" TO RCP-ESTADO.
           REWRITE RECOMPENSA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-RECOMPENSAS.

           MOVE "BAJA REGLA CASHBACK" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING RCP-NUM " " RCP-NOMBRE
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE "B" TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Dar de baja una regla" LINE 6 COLUMN 29.
           DISPLAY "Regla dada de baja" LINE 10 COLUMN 31.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       REGLA-YA-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa regla ya existe" LINE 10 COLUMN 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       REGLA-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa regla no existe" LINE 10 COLUMN 29
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
           MOVE "BANK76" TO AUD-PROGRAMA.
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
           MOVE "BANK76"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRC=" FSRC
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-RECOMPENSAS.

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
