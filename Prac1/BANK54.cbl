       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK54.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRODUCTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS FSPR.

           SELECT OPTIONAL F-CTAPRODUCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS FSCP.

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

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

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
      * Catalogo de productos de cuenta.  Comisiones E tarifa general
      * de tarifascom.ubd, X exenta.  Interes E tabla general de
      * BATCHINT, P tramos propios del producto, N sin intereses.
      * Limites, descubierto y minimo en centimos (limite 0 = el
      * general de parametros).  Edades 0 = sin limite.  Estado A en
      * comercializacion, B retirado (no admite nuevas cuentas).
       FD F-PRODUCTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "productos.ubd".
       01 PRODUCTO-REG.
           02 PRD-CODIGO            PIC  X(3).
           02 PRD-NOMBRE            PIC X(30).
           02 PRD-COMISIONES        PIC  X(1).
           02 PRD-INTERES           PIC  X(1).
           02 PRD-TRAMO OCCURS 3 TIMES.
               03 PRD-TRAMO-LIMITE-CENT PIC 9(11).
               03 PRD-TRAMO-BP      PIC  9(4).
           02 PRD-LIM-OPER-CENT     PIC  9(9).
           02 PRD-LIM-DIA-CENT      PIC  9(9).
           02 PRD-SOBREG-CENT       PIC  9(9).
           02 PRD-MINIMO-CENT       PIC  9(9).
           02 PRD-EDAD-MIN          PIC  9(3).
           02 PRD-EDAD-MAX          PIC  9(3).
           02 PRD-NOMINA            PIC  X(1).
           02 PRD-ESTADO            PIC  X(1).

      * Producto de cada cuenta y, si lo hay, el cambio de producto
      * programado para una fecha contable (0 = ninguno pendiente).
       FD F-CTAPRODUCTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasproducto.ubd".
       01 CTAPRODUCTO-REG.
           02 CPR-CUENTA            PIC 9(16).
           02 CPR-PRODUCTO          PIC  X(3).
           02 CPR-FECHA-DESDE       PIC  9(8).
           02 CPR-PRODUCTO-NUEVO    PIC  X(3).
           02 CPR-FECHA-CAMBIO      PIC  9(8).
           02 CPR-OPERADOR          PIC  9(4).

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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO           PIC   X(1).
           02 MOV-MONEDA           PIC   X(3).
           02 MOV-TERMINAL         PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

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
       77 FSPR                     PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
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
       77 CODIGO-INTRO             PIC  X(3).
       77 NOMBRE-INTRO             PIC X(30).
       77 COMISIONES-INTRO         PIC  X(1).
       77 INTERES-INTRO            PIC  X(1).
       77 TRAMO1-EUR-INTRO         PIC  9(9).
       77 TRAMO1-BP-INTRO          PIC  9(4).
       77 TRAMO2-EUR-INTRO         PIC  9(9).
       77 TRAMO2-BP-INTRO          PIC  9(4).
       77 TRAMO3-EUR-INTRO         PIC  9(9).
       77 TRAMO3-BP-INTRO          PIC  9(4).
       77 LIM-OPER-EUR-INTRO       PIC  9(7).
       77 LIM-DIA-EUR-INTRO        PIC  9(7).
       77 SOBREG-EUR-INTRO         PIC  9(7).
       77 MINIMO-EUR-INTRO         PIC  9(7).
       77 EDAD-MIN-INTRO           PIC  9(3).
       77 EDAD-MAX-INTRO           PIC  9(3).
       77 NOMINA-INTRO             PIC  X(1).
       77 ESTADO-INTRO             PIC  X(1).
       77 CTAID-INTRO              PIC 9(16).
       77 FECHA-EFECTO-INTRO       PIC  9(8).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-DESDE-NOMINA       PIC  9(8).
       77 FECHA-MOV-AAAAMMDD       PIC  9(8).
       77 EDAD-TITULAR             PIC  9(3).
       77 PRODUCTO-EXISTENTE       PIC  9(1).
       77 CTAPRODUCTO-EXISTENTE    PIC  9(1).
       77 NOMINA-ENCONTRADA        PIC  9(1).
       77 PRODUCTO-ANTES           PIC  X(3).
       77 TARJETA-NOMINA           PIC 9(16).

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
               PIC X(3) USING CODIGO-INTRO.

       01 PRODUCTO-ACCEPT.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(30) USING NOMBRE-INTRO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(1) USING COMISIONES-INTRO.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(1) USING INTERES-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(9) USING TRAMO1-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 60
               PIC 9(4) USING TRAMO1-BP-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 40
               PIC 9(9) USING TRAMO2-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 60
               PIC 9(4) USING TRAMO2-BP-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 40
               PIC 9(9) USING TRAMO3-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 60
               PIC 9(4) USING TRAMO3-BP-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 16 COL 40
               PIC 9(7) USING LIM-OPER-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 17 COL 40
               PIC 9(7) USING LIM-DIA-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 18 COL 40
               PIC 9(7) USING SOBREG-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 19 COL 40
               PIC 9(7) USING MINIMO-EUR-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 20 COL 40
               PIC 9(3) USING EDAD-MIN-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 20 COL 60
               PIC 9(3) USING EDAD-MAX-INTRO.
           05 FILLER AUTO LINE 21 COL 40
               PIC X(1) USING NOMINA-INTRO.
           05 FILLER LINE 21 COL 60
               PIC X(1) USING ESTADO-INTRO.

       01 CAMBIO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 40
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER AUTO LINE 9 COL 40
               PIC X(3) USING CODIGO-INTRO.
           05 FILLER BLANK ZERO LINE 10 COL 40
               PIC 9(8) USING FECHA-EFECTO-INTRO.


      * Productos de cuenta: el catalogo fija para cada producto la
      * tarifa de comisiones, los tramos de interes que abona
      * BATCHINT, los limites por defecto de BANKLIM, el descubierto,
      * el saldo minimo y las condiciones de contratacion.  Desde aqui
      * se pasa una cuenta de un producto a otro en la fecha contable
      * indicada; los cambios a fecha futura los aplica BATCHPRD.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Productos de cuenta" LINE 2
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
           DISPLAY "UnizarBank - Productos de cuenta" LINE 2
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
           DISPLAY "1 - Alta o modificacion de producto" LINE 8
               COLUMN 20.
           DISPLAY "2 - Cambiar el producto de una cuenta" LINE 9
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO ALTA-PRODUCTO.
           IF CHOICE = 2
               GO TO CAMBIO-PRODUCTO.
           GO TO PMENUA1.

      * Las condiciones del catalogo afectan a todas las cuentas del
      * producto, por lo que solo las mantiene un supervisor.
       ALTA-PRODUCTO.
           IF OPERADOR-NIVEL < 2
               GO TO NIVEL-INSUFICIENTE.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de producto" LINE 6
               COLUMN 24.
           INITIALIZE CODIGO-INTRO.
           DISPLAY "Codigo de producto:" LINE 8 COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CODIGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO ALTA-PRODUCTO.

           MOVE FUNCTION UPPER-CASE(CODIGO-INTRO) TO CODIGO-INTRO.
           IF CODIGO-INTRO = SPACES
               GO TO ALTA-PRODUCTO.

           MOVE SPACES TO NOMBRE-INTRO.
           MOVE "E" TO COMISIONES-INTRO.
           MOVE "E" TO INTERES-INTRO.
           MOVE 0 TO TRAMO1-EUR-INTRO.
           MOVE 0 TO TRAMO1-BP-INTRO.
           MOVE 0 TO TRAMO2-EUR-INTRO.
           MOVE 0 TO TRAMO2-BP-INTRO.
           MOVE 0 TO TRAMO3-EUR-INTRO.
           MOVE 0 TO TRAMO3-BP-INTRO.
           MOVE 0 TO LIM-OPER-EUR-INTRO.
           MOVE 0 TO LIM-DIA-EUR-INTRO.
           MOVE 0 TO SOBREG-EUR-INTRO.
           MOVE 0 TO MINIMO-EUR-INTRO.
           MOVE 0 TO EDAD-MIN-INTRO.
           MOVE 0 TO EDAD-MAX-INTRO.
           MOVE "N" TO NOMINA-INTRO.
           MOVE "A" TO ESTADO-INTRO.

           MOVE 0 TO PRODUCTO-EXISTENTE.
           PERFORM ABRIR-PRODUCTOS THRU ABRIR-PRODUCTOS-FIN.
           MOVE CODIGO-INTRO TO PRD-CODIGO.
           READ F-PRODUCTOS INVALID KEY
               GO TO PANTALLA-PRODUCTO.

           MOVE 1 TO PRODUCTO-EXISTENTE.
           MOVE PRD-NOMBRE     TO NOMBRE-INTRO.
           MOVE PRD-COMISIONES TO COMISIONES-INTRO.
           MOVE PRD-INTERES    TO INTERES-INTRO.
           DIVIDE PRD-TRAMO-LIMITE-CENT(1) BY 100
               GIVING TRAMO1-EUR-INTRO.
           MOVE PRD-TRAMO-BP(1) TO TRAMO1-BP-INTRO.
           DIVIDE PRD-TRAMO-LIMITE-CENT(2) BY 100
               GIVING TRAMO2-EUR-INTRO.
           MOVE PRD-TRAMO-BP(2) TO TRAMO2-BP-INTRO.
           DIVIDE PRD-TRAMO-LIMITE-CENT(3) BY 100
               GIVING TRAMO3-EUR-INTRO.
           MOVE PRD-TRAMO-BP(3) TO TRAMO3-BP-INTRO.
           DIVIDE PRD-LIM-OPER-CENT BY 100 GIVING LIM-OPER-EUR-INTRO.
           DIVIDE PRD-LIM-DIA-CENT BY 100 GIVING LIM-DIA-EUR-INTRO.
           DIVIDE PRD-SOBREG-CENT BY 100 GIVING SOBREG-EUR-INTRO.
           DIVIDE PRD-MINIMO-CENT BY 100 GIVING MINIMO-EUR-INTRO.
           MOVE PRD-EDAD-MIN   TO EDAD-MIN-INTRO.
           MOVE PRD-EDAD-MAX   TO EDAD-MAX-INTRO.
           MOVE PRD-NOMINA     TO NOMINA-INTRO.
           MOVE PRD-ESTADO     TO ESTADO-INTRO.

       PANTALLA-PRODUCTO.
           DISPLAY "Nombre:" LINE 10 COLUMN 10.
           DISPLAY "Comisiones (E general/X exenta):" LINE 11
               COLUMN 6.
           DISPLAY "Interes (E general/P propio/N):" LINE 12
               COLUMN 7.
           DISPLAY "Tramo 1 hasta (EUR):" LINE 13 COLUMN 10.
           DISPLAY "p.b.:" LINE 13 COLUMN 54.
           DISPLAY "Tramo 2 hasta (EUR):" LINE 14 COLUMN 10.
           DISPLAY "p.b.:" LINE 14 COLUMN 54.
           DISPLAY "Tramo 3 (resto):" LINE 15 COLUMN 10.
           DISPLAY "p.b.:" LINE 15 COLUMN 54.
           DISPLAY "Limite por operacion (EUR):" LINE 16 COLUMN 10.
           DISPLAY "Limite diario (EUR):" LINE 17 COLUMN 10.
           DISPLAY "Descubierto autorizado (EUR):" LINE 18
               COLUMN 10.
           DISPLAY "Saldo minimo (EUR):" LINE 19 COLUMN 10.
           DISPLAY "Edad minima (0=sin):" LINE 20 COLUMN 10.
           DISPLAY "maxima:" LINE 20 COLUMN 52.
           DISPLAY "Exige nomina (S/N):" LINE 21 COLUMN 10.
           DISPLAY "Estado (A/B):" LINE 21 COLUMN 46.

           ACCEPT PRODUCTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-PRODUCTOS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PANTALLA-PRODUCTO.

           MOVE FUNCTION UPPER-CASE(COMISIONES-INTRO)
               TO COMISIONES-INTRO.
           MOVE FUNCTION UPPER-CASE(INTERES-INTRO) TO INTERES-INTRO.
           MOVE FUNCTION UPPER-CASE(NOMINA-INTRO) TO NOMINA-INTRO.
           MOVE FUNCTION UPPER-CASE(ESTADO-INTRO) TO ESTADO-INTRO.

           IF NOMBRE-INTRO = SPACES
               DISPLAY "Indique el nombre del producto" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PRODUCTO.
           IF (COMISIONES-INTRO NOT = "E" AND NOT = "X")
              OR (INTERES-INTRO NOT = "E" AND NOT = "P"
                  AND NOT = "N")
              OR (NOMINA-INTRO NOT = "S" AND NOT = "N")
              OR (ESTADO-INTRO NOT = "A" AND NOT = "B")
               DISPLAY "Revise las opciones indicadas" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PRODUCTO.
           IF INTERES-INTRO = "P"
              AND (TRAMO2-EUR-INTRO NOT > TRAMO1-EUR-INTRO)
               DISPLAY "Los tramos han de ser crecientes" LINE 22
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PRODUCTO.
           IF EDAD-MAX-INTRO NOT = 0
              AND EDAD-MAX-INTRO < EDAD-MIN-INTRO
               DISPLAY "La edad maxima es menor que la minima"
                   LINE 22 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PRODUCTO.

           MOVE SPACES TO AUDIT-ANTES.
           IF PRODUCTO-EXISTENTE = 1
               STRING PRD-COMISIONES PRD-INTERES " " PRD-NOMINA
                   PRD-ESTADO DELIMITED BY SIZE INTO AUDIT-ANTES.

           MOVE CODIGO-INTRO     TO PRD-CODIGO.
           MOVE NOMBRE-INTRO     TO PRD-NOMBRE.
           MOVE COMISIONES-INTRO TO PRD-COMISIONES.
           MOVE INTERES-INTRO    TO PRD-INTERES.
           COMPUTE PRD-TRAMO-LIMITE-CENT(1) = TRAMO1-EUR-INTRO * 100.
           MOVE TRAMO1-BP-INTRO  TO PRD-TRAMO-BP(1).
           COMPUTE PRD-TRAMO-LIMITE-CENT(2) = TRAMO2-EUR-INTRO * 100.
           MOVE TRAMO2-BP-INTRO  TO PRD-TRAMO-BP(2).
           COMPUTE PRD-TRAMO-LIMITE-CENT(3) = TRAMO3-EUR-INTRO * 100.
           MOVE TRAMO3-BP-INTRO  TO PRD-TRAMO-BP(3).
           COMPUTE PRD-LIM-OPER-CENT = LIM-OPER-EUR-INTRO * 100.
           COMPUTE PRD-LIM-DIA-CENT = LIM-DIA-EUR-INTRO * 100.
           COMPUTE PRD-SOBREG-CENT = SOBREG-EUR-INTRO * 100.
           COMPUTE PRD-MINIMO-CENT = MINIMO-EUR-INTRO * 100.
           MOVE EDAD-MIN-INTRO   TO PRD-EDAD-MIN.
           MOVE EDAD-MAX-INTRO   TO PRD-EDAD-MAX.
           MOVE NOMINA-INTRO     TO PRD-NOMINA.
           MOVE ESTADO-INTRO     TO PRD-ESTADO.

           IF PRODUCTO-EXISTENTE = 1
               REWRITE PRODUCTO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "CAMBIO PRODUCTO" TO AUDIT-ACCION
           ELSE
               WRITE PRODUCTO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "ALTA PRODUCTO" TO AUDIT-ACCION.
           CLOSE F-PRODUCTOS.

           MOVE CODIGO-INTRO TO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING COMISIONES-INTRO INTERES-INTRO " " NOMINA-INTRO
               ESTADO-INTRO DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta o modificacion de producto" LINE 6
               COLUMN 24.
           DISPLAY "Producto guardado en el catalogo" LINE 10
               COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * El cambio se anota en la ficha de producto de la cuenta con su
      * fecha de efecto.  Si es la fecha contable en curso se aplica
      * en el acto; si es posterior lo aplicara BATCHPRD ese dia.
       CAMBIO-PRODUCTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambiar el producto de una cuenta" LINE 6
               COLUMN 23.
           INITIALIZE CTAID-INTRO.
           INITIALIZE CODIGO-INTRO.
           INITIALIZE FECHA-EFECTO-INTRO.
           DISPLAY "Cuenta:" LINE 8 COLUMN 10.
           DISPLAY "Nuevo producto:" LINE 9 COLUMN 10.
           DISPLAY "Fecha efecto AAAAMMDD (0=hoy):" LINE 10
               COLUMN 10.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO CAMBIO-PRODUCTO.

           MOVE FUNCTION UPPER-CASE(CODIGO-INTRO) TO CODIGO-INTRO.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           IF FECHA-EFECTO-INTRO = 0
               MOVE FECHA-HOY-AAAAMMDD TO FECHA-EFECTO-INTRO.
           IF FECHA-EFECTO-INTRO < FECHA-HOY-AAAAMMDD
               DISPLAY "La fecha de efecto ya ha pasado" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "Esa cuenta no existe" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.
           CLOSE CUENTAS.
           IF CTA-ESTADO = "X"
               DISPLAY "La cuenta esta cerrada" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.

           OPEN INPUT F-PRODUCTOS.
           IF FSPR <> 00
               CLOSE F-PRODUCTOS
               DISPLAY "Ese producto no existe" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.
           MOVE CODIGO-INTRO TO PRD-CODIGO.
           READ F-PRODUCTOS INVALID KEY
               CLOSE F-PRODUCTOS
               DISPLAY "Ese producto no existe" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.
           CLOSE F-PRODUCTOS.
           IF PRD-ESTADO NOT = "A"
               DISPLAY "El producto ya no se comercializa" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.

      * Condiciones de contratacion: edad del titular segun la ficha
      * de la cuenta y, si el producto lo exige, nomina domiciliada.
           IF PRD-EDAD-MIN = 0 AND PRD-EDAD-MAX = 0
               GO TO COMPROBAR-NOMINA.
           IF CTA-FECHA-NAC = 0
               DISPLAY "Falta la fecha de nacimiento del titular"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.
           COMPUTE EDAD-TITULAR =
               (FECHA-HOY-AAAAMMDD - CTA-FECHA-NAC) / 10000.
           IF EDAD-TITULAR < PRD-EDAD-MIN
               DISPLAY "El titular no alcanza la edad minima" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.
           IF PRD-EDAD-MAX NOT = 0
              AND EDAD-TITULAR > PRD-EDAD-MAX
               DISPLAY "El titular supera la edad maxima" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.

       COMPROBAR-NOMINA.
           IF PRD-NOMINA NOT = "S"
               GO TO REGISTRAR-CAMBIO.

           PERFORM BUSCAR-NOMINA THRU BUSCAR-NOMINA-FIN.
           IF NOMINA-ENCONTRADA = 0
               DISPLAY "El producto exige nomina domiciliada" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.

       REGISTRAR-CAMBIO.
           MOVE 0 TO CTAPRODUCTO-EXISTENTE.
           MOVE SPACES TO PRODUCTO-ANTES.
           PERFORM ABRIR-CTAPRODUCTO THRU ABRIR-CTAPRODUCTO-FIN.
           MOVE CTAID-INTRO TO CPR-CUENTA.
           READ F-CTAPRODUCTO INVALID KEY
               MOVE SPACES TO CPR-PRODUCTO
               MOVE 0 TO CPR-FECHA-DESDE
               GO TO ANOTAR-CAMBIO.
           MOVE 1 TO CTAPRODUCTO-EXISTENTE.
           MOVE CPR-PRODUCTO TO PRODUCTO-ANTES.

           IF CPR-PRODUCTO = CODIGO-INTRO
               CLOSE F-CTAPRODUCTO
               DISPLAY "La cuenta ya tiene ese producto" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO CAMBIO-REINTENTO.

       ANOTAR-CAMBIO.
           MOVE CTAID-INTRO        TO CPR-CUENTA.
           MOVE CODIGO-INTRO       TO CPR-PRODUCTO-NUEVO.
           MOVE FECHA-EFECTO-INTRO TO CPR-FECHA-CAMBIO.
           MOVE OPERADOR-ACTUAL    TO CPR-OPERADOR.

           IF FECHA-EFECTO-INTRO = FECHA-HOY-AAAAMMDD
               MOVE CODIGO-INTRO       TO CPR-PRODUCTO
               MOVE FECHA-HOY-AAAAMMDD TO CPR-FECHA-DESDE
               MOVE SPACES             TO CPR-PRODUCTO-NUEVO
               MOVE 0                  TO CPR-FECHA-CAMBIO.

           IF CTAPRODUCTO-EXISTENTE = 1
               REWRITE CTAPRODUCTO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               WRITE CTAPRODUCTO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE.
           CLOSE F-CTAPRODUCTO.

           IF FECHA-EFECTO-INTRO = FECHA-HOY-AAAAMMDD
               PERFORM APLICAR-CONDICIONES
                   THRU APLICAR-CONDICIONES-FIN.

           MOVE "CAMBIO PROD CUENTA" TO AUDIT-ACCION.
           MOVE CTAID-INTRO          TO AUDIT-CLAVE.
           MOVE PRODUCTO-ANTES       TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING CODIGO-INTRO " " FECHA-EFECTO-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambiar el producto de una cuenta" LINE 6
               COLUMN 23.
           IF FECHA-EFECTO-INTRO = FECHA-HOY-AAAAMMDD
               DISPLAY "La cuenta ya opera con el nuevo producto"
                   LINE 10 COLUMN 20
           ELSE
               DISPLAY "Cambio de producto programado para el"
                   LINE 10 COLUMN 18
               DISPLAY FECHA-EFECTO-INTRO LINE 10 COLUMN 56.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CAMBIO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CAMBIO-PRODUCTO.

      * Comisiones, descubierto y saldo minimo del producto pasan a la
      * ficha de la cuenta, que es donde los leen los cajeros.
       APLICAR-CONDICIONES.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO APLICAR-CONDICIONES-FIN.

           IF PRD-COMISIONES = "X"
               MOVE "S" TO CTA-EXENTA-COM
           ELSE
               MOVE "N" TO CTA-EXENTA-COM.
           DIVIDE PRD-SOBREG-CENT BY 100
               GIVING CTA-SOBREG-ENT REMAINDER CTA-SOBREG-DEC.
           DIVIDE PRD-MINIMO-CENT BY 100
               GIVING CTA-MINIMO-ENT REMAINDER CTA-MINIMO-DEC.

           REWRITE CUENTAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CUENTAS.

       APLICAR-CONDICIONES-FIN.
           EXIT.

      * Se considera domiciliada la nomina si alguna tarjeta de la
      * cuenta ha recibido un abono de nomina en los ultimos tres
      * meses contables.
       BUSCAR-NOMINA.
           MOVE 0 TO NOMINA-ENCONTRADA.
           IF MES > 3
               COMPUTE FECHA-DESDE-NOMINA = FECHA-HOY-AAAAMMDD - 300
           ELSE
               COMPUTE FECHA-DESDE-NOMINA =
                   FECHA-HOY-AAAAMMDD - 10000 + 900.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO BUSCAR-NOMINA-FIN.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE TARJETAS
               GO TO BUSCAR-NOMINA-FIN.

           MOVE CTAID-INTRO TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY
               GO TO BUSCAR-NOMINA-CIERRE.

       NOMINA-SIGUIENTE-TARJETA.
           READ TARJETAS NEXT RECORD AT END
               GO TO BUSCAR-NOMINA-CIERRE.
           IF CTA-ID-C NOT = CTAID-INTRO
               GO TO BUSCAR-NOMINA-CIERRE.

           MOVE TNUM-C TO TARJETA-NOMINA.
           MOVE TNUM-C TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY
               GO TO NOMINA-SIGUIENTE-TARJETA.

       NOMINA-SIGUIENTE-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO NOMINA-SIGUIENTE-TARJETA.
           IF MOV-TARJETA NOT = TARJETA-NOMINA
               GO TO NOMINA-SIGUIENTE-TARJETA.

           COMPUTE FECHA-MOV-AAAAMMDD = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           IF MOV-CANAL = "NOM"
              AND MOV-IMPORTE-ENT > 0
              AND FECHA-MOV-AAAAMMDD NOT < FECHA-DESDE-NOMINA
               MOVE 1 TO NOMINA-ENCONTRADA
               GO TO BUSCAR-NOMINA-CIERRE.
           GO TO NOMINA-SIGUIENTE-MOV.

       BUSCAR-NOMINA-CIERRE.
           CLOSE F-MOVIMIENTOS.
           CLOSE TARJETAS.

       BUSCAR-NOMINA-FIN.
           EXIT.

       ABRIR-PRODUCTOS.
           OPEN I-O F-PRODUCTOS.
           IF FSPR = 35 OR FSPR = 05
               CLOSE F-PRODUCTOS
               OPEN OUTPUT F-PRODUCTOS
               CLOSE F-PRODUCTOS
               OPEN I-O F-PRODUCTOS.
           IF FSPR <> 00
               GO TO PSYS-ERR.

       ABRIR-PRODUCTOS-FIN.
           EXIT.

       ABRIR-CTAPRODUCTO.
           OPEN I-O F-CTAPRODUCTO.
           IF FSCP = 35 OR FSCP = 05
               CLOSE F-CTAPRODUCTO
               OPEN OUTPUT F-CTAPRODUCTO
               CLOSE F-CTAPRODUCTO
               OPEN I-O F-CTAPRODUCTO.
           IF FSCP <> 00
               GO TO PSYS-ERR.

       ABRIR-CTAPRODUCTO-FIN.
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
           MOVE "BANK54" TO AUD-PROGRAMA.
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
           MOVE "BANK54"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSPR=" FSPR " " "FSCP=" FSCP " " "FSU=" FSU " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-PRODUCTOS.
           CLOSE F-CTAPRODUCTO.
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
