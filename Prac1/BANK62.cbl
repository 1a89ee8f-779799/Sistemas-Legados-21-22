       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK62.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RIESGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSG-CUENTA
           FILE STATUS IS FSRG.

           SELECT OPTIONAL F-PAISESRIESGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRI-PAIS
           FILE STATUS IS FSPR.

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
      * Calificacion de riesgo de cada cuenta (la calcula BANKRSG).
       FD F-RIESGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "riesgoclientes.ubd".
       01 RIESGO-REG.
           02 RSG-CUENTA            PIC 9(16).
           02 RSG-NIVEL             PIC  X(1).
           02 RSG-PUNTOS            PIC  9(2).
           02 RSG-PEP               PIC  X(1).
           02 RSG-OFICINA           PIC  9(4).
           02 RSG-F-EFECTIVO        PIC  X(1).
           02 RSG-F-PAISES          PIC  X(1).
           02 RSG-F-PRODUCTO        PIC  X(1).
           02 RSG-F-NORESIDENTE     PIC  X(1).
           02 RSG-FECHA-REVISION    PIC  9(8).
           02 RSG-FECHA-PROXIMA     PIC  9(8).
           02 RSG-FECHA-CALCULO     PIC  9(8).
           02 RSG-OPERADOR          PIC  9(4).

      * Paises vigilados por el IBAN de destino (BATCHRSG).
       FD F-PAISESRIESGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "paisesriesgo.ubd".
       01 PAISRIESGO-REG.
           02 PRI-PAIS              PIC  X(2).
           02 PRI-NOMBRE            PIC X(30).

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
       77 FSRG                     PIC  X(2).
       77 FSPR                     PIC  X(2).
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
       77 CTAID-INTRO              PIC 9(16).
       77 PEP-INTRO                PIC  X(1).
       77 OFICINA-INTRO            PIC  9(4).
       77 REVISADA-INTRO           PIC  X(1).
       77 PAIS-INTRO               PIC  X(2).
       77 PAIS-NOMBRE-INTRO        PIC X(30).
       77 PAIS-ACCION-INTRO        PIC  X(1).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 NIVEL-TEXTO              PIC X(10).
       77 ESTADO-TEXTO             PIC X(20).
       77 VENCIDA-TEXTO            PIC X(20).
       77 FECHA-REVISION-TEXTO     PIC X(10).
       77 FECHA-PROXIMA-TEXTO      PIC X(10).
       77 NIVEL-ANTES              PIC  X(1).
       77 PEP-ANTES                PIC  X(1).
       77 OFICINA-ANTES            PIC  9(4).
       77 CUENTA-LIBERADA          PIC  X(1).
       77 TITULAR-NOMBRE           PIC X(30).
       77 TITULAR-NIF              PIC  X(9).
       77 TITULAR-FECHA-ALTA       PIC  9(8).
       77 ESTADO-CUENTA            PIC  X(1).
       77 PAISES-EN-PANTALLA       PIC  9(2).
       77 LINEA-PAIS-ACTUAL        PIC  9(2).

       01 DATOS-RIESGO.
           02 RSGC-CUENTA           PIC 9(16).
           02 RSGC-NIF              PIC  X(9).
           02 RSGC-FECHA-ALTA       PIC  9(8).
           02 RSGC-PAISES           PIC  X(1).
           02 RSGC-RESULTADO        PIC  X(1).
           02 RSGC-NIVEL            PIC  X(1).
           02 RSGC-PUNTOS           PIC  9(2).
           02 RSGC-PEP              PIC  X(1).
           02 RSGC-OFICINA          PIC  9(4).
           02 RSGC-FECHA-REVISION   PIC  9(8).
           02 RSGC-FECHA-PROXIMA    PIC  9(8).

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

       01 CTAID-ACCEPT.
           05 FILLER BLANK ZERO UNDERLINE LINE 10 COL 40
               PIC 9(16) USING CTAID-INTRO.

       01 FICHA-RIESGO.
           05 FILLER LINE 6 COL 10 VALUE "Cuenta:".
           05 FILLER LINE 6 COL 34 PIC 9(16) FROM CTAID-INTRO.
           05 FILLER LINE 6 COL 52 PIC X(20) FROM ESTADO-TEXTO.
           05 FILLER LINE 7 COL 10 VALUE "Titular:".
           05 FILLER LINE 7 COL 34 PIC X(30) FROM TITULAR-NOMBRE.
           05 FILLER LINE 8 COL 10 VALUE "NIF:".
           05 FILLER LINE 8 COL 34 PIC X(9) FROM TITULAR-NIF.
           05 FILLER LINE 9 COL 10 VALUE "Riesgo:".
           05 FILLER LINE 9 COL 34 PIC X(10) FROM NIVEL-TEXTO.
           05 FILLER LINE 9 COL 46 VALUE "puntos".
           05 FILLER LINE 9 COL 53 PIC Z9 FROM RSG-PUNTOS.
           05 FILLER LINE 10 COL 10 VALUE
               "Efectivo declarable/fracc.:".
           05 FILLER LINE 10 COL 40 PIC X(1) FROM RSG-F-EFECTIVO.
           05 FILLER LINE 11 COL 10 VALUE
               "Transf. a paises vigilados:".
           05 FILLER LINE 11 COL 40 PIC X(1) FROM RSG-F-PAISES.
           05 FILLER LINE 12 COL 10 VALUE
               "Producto de limites altos:".
           05 FILLER LINE 12 COL 40 PIC X(1) FROM RSG-F-PRODUCTO.
           05 FILLER LINE 13 COL 10 VALUE
               "No residente fiscal:".
           05 FILLER LINE 13 COL 40 PIC X(1) FROM RSG-F-NORESIDENTE.
           05 FILLER LINE 14 COL 10 VALUE "Ultima revision:".
           05 FILLER LINE 14 COL 40 PIC X(10)
               FROM FECHA-REVISION-TEXTO.
           05 FILLER LINE 15 COL 10 VALUE "Proxima revision:".
           05 FILLER LINE 15 COL 40 PIC X(10)
               FROM FECHA-PROXIMA-TEXTO.
           05 FILLER LINE 15 COL 52 PIC X(20) FROM VENCIDA-TEXTO.

       01 RIESGO-ACCEPT.
           05 FILLER LINE 17 COL 10 VALUE
               "Persona con responsabilidad publica (S/N):".
           05 FILLER UNDERLINE LINE 17 COL 62
               PIC X(1) USING PEP-INTRO.
           05 FILLER LINE 18 COL 10 VALUE
               "Oficina que gestiona la cuenta:".
           05 FILLER UNDERLINE LINE 18 COL 62
               PIC 9(4) USING OFICINA-INTRO.
           05 FILLER LINE 19 COL 10 VALUE
               "Revision completada hoy (S/N):".
           05 FILLER UNDERLINE LINE 19 COL 62
               PIC X(1) USING REVISADA-INTRO.

       01 FILA-PAIS.
           05 FILLER LINE LINEA-PAIS-ACTUAL COL 20
               FOREGROUND-COLOR YELLOW PIC X(2) FROM PRI-PAIS.
           05 FILLER LINE LINEA-PAIS-ACTUAL COL 23
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-PAIS-ACTUAL COL 25
               FOREGROUND-COLOR YELLOW PIC X(30) FROM PRI-NOMBRE.

       01 PAIS-ACCEPT.
           05 FILLER LINE 19 COL 10 VALUE "Pais (codigo ISO):".
           05 FILLER UNDERLINE LINE 19 COL 40
               PIC X(2) USING PAIS-INTRO.
           05 FILLER LINE 20 COL 10 VALUE "Nombre:".
           05 FILLER UNDERLINE LINE 20 COL 40
               PIC X(30) USING PAIS-NOMBRE-INTRO.
           05 FILLER LINE 21 COL 10 VALUE "A - Alta   B - Baja:".
           05 FILLER UNDERLINE LINE 21 COL 40
               PIC X(1) USING PAIS-ACCION-INTRO.


      * Diligencia debida de clientes.  La sucursal consulta la
      * calificacion de riesgo de una cuenta, marca a las personas
      * con responsabilidad publica, asigna la oficina gestora y da
      * por completada la revision periodica, lo que levanta la
      * restriccion que BATCHRSG pone a las revisiones muy
      * atrasadas.  El supervisor mantiene la lista de paises
      * vigilados.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Diligencia debida" LINE 2
               COLUMN 25 WITH FOREGROUND-COLOR IS BLUE.
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
           DISPLAY "UnizarBank - Diligencia debida" LINE 2
               COLUMN 25 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Ficha de riesgo de un cliente" LINE 9
               COLUMN 24.
           DISPLAY "2 - Paises vigilados" LINE 11
               COLUMN 24.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO PFICHA-RIESGO.
           IF CHOICE = 2
               IF OPERADOR-NIVEL < 2
                   GO TO NIVEL-INSUFICIENTE
               ELSE
                   GO TO PLISTAR-PAISES.
           GO TO PMENUA1.

      * Ficha de riesgo.  Se recalcula al abrirla para que refleje
      * los ultimos partes de efectivo y la residencia fiscal.
       PFICHA-RIESGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ficha de riesgo de un cliente" LINE 6 COLUMN 26.
           INITIALIZE CTAID-INTRO.
           DISPLAY "Numero de cuenta:" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT CTAID-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFICHA-RIESGO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO CUENTA-NO-EXISTE.
           MOVE CTA-NOMBRE     TO TITULAR-NOMBRE.
           MOVE CTA-NIF        TO TITULAR-NIF.
           MOVE CTA-FECHA-ALTA TO TITULAR-FECHA-ALTA.
           MOVE CTA-ESTADO     TO ESTADO-CUENTA.
           CLOSE CUENTAS.

           IF ESTADO-CUENTA = "X" OR ESTADO-CUENTA = "E"
               GO TO CUENTA-NO-EXISTE.

           PERFORM CALIFICAR-CUENTA THRU CALIFICAR-CUENTA-FIN.
           PERFORM LEER-RIESGO THRU LEER-RIESGO-FIN.
           PERFORM DESCRIBIR-RIESGO THRU DESCRIBIR-RIESGO-FIN.

           MOVE RSG-NIVEL   TO NIVEL-ANTES.
           MOVE RSG-PEP     TO PEP-ANTES.
           MOVE RSG-OFICINA TO OFICINA-ANTES.
           MOVE RSG-PEP     TO PEP-INTRO.
           MOVE RSG-OFICINA TO OFICINA-INTRO.
           MOVE "N"         TO REVISADA-INTRO.

       PFICHA-PANTALLA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY FICHA-RIESGO.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       PFICHA-DATOS.
           ACCEPT RIESGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFICHA-DATOS.

           MOVE FUNCTION UPPER-CASE(PEP-INTRO) TO PEP-INTRO.
           MOVE FUNCTION UPPER-CASE(REVISADA-INTRO) TO REVISADA-INTRO.

           IF PEP-INTRO NOT = "S" AND PEP-INTRO NOT = "N"
               DISPLAY "Indique S o N en responsabilidad publica"
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PFICHA-DATOS.
           IF REVISADA-INTRO NOT = "S" AND REVISADA-INTRO NOT = "N"
               DISPLAY "Indique S o N en revision completada    "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PFICHA-DATOS.

      * La oficina gestora es la de adscripcion de la cuenta en el
      * maestro de oficinas.
           IF OFICINA-INTRO NOT = OFICINA-ANTES
              AND OFICINA-INTRO NOT = 0
               MOVE "V"           TO OFIC-MODO
               MOVE OFICINA-INTRO TO OFIC-OFICINA
               CALL "BANKOFI" USING DATOS-OFICINA
               IF OFIC-RESULTADO NOT = "O"
                   DISPLAY "Oficina inexistente o cerrada   "
                       LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
                   GO TO PFICHA-DATOS.

           IF PEP-INTRO = PEP-ANTES AND OFICINA-INTRO = OFICINA-ANTES
              AND REVISADA-INTRO = "N"
               GO TO IMPRIMIR-CABECERA.

           OPEN I-O F-RIESGO.
           IF FSRG <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO RSG-CUENTA.
           READ F-RIESGO INVALID KEY
               CLOSE F-RIESGO
               GO TO PSYS-ERR.

           MOVE PEP-INTRO       TO RSG-PEP.
           MOVE OFICINA-INTRO   TO RSG-OFICINA.
           MOVE OPERADOR-ACTUAL TO RSG-OPERADOR.
           IF REVISADA-INTRO = "S"
               MOVE FECHA-HOY-AAAAMMDD TO RSG-FECHA-REVISION.
           REWRITE RIESGO-REG INVALID KEY
               CLOSE F-RIESGO
               GO TO PSYS-ERR.
           CLOSE F-RIESGO.

           IF OFICINA-INTRO NOT = OFICINA-ANTES
               MOVE "A"           TO OFIC-MODO
               MOVE "C"           TO OFIC-TIPO
               MOVE CTAID-INTRO   TO OFIC-ID
               MOVE OFICINA-INTRO TO OFIC-OFICINA
               CALL "BANKOFI" USING DATOS-OFICINA
               IF OFIC-RESULTADO NOT = "O"
                   GO TO PSYS-ERR.

           PERFORM CALIFICAR-CUENTA THRU CALIFICAR-CUENTA-FIN.

           MOVE "N" TO CUENTA-LIBERADA.
           IF REVISADA-INTRO = "S" AND ESTADO-CUENTA = "R"
               PERFORM LEVANTAR-RESTRICCION
                   THRU LEVANTAR-RESTRICCION-FIN.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "CTA " CTAID-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING NIVEL-ANTES " PEP " PEP-ANTES " OF " OFICINA-ANTES
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING RSGC-NIVEL " PEP " PEP-INTRO " OF " OFICINA-INTRO
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE "RIESGO CLIENTE" TO AUDIT-ACCION.
           IF REVISADA-INTRO = "S"
               MOVE "REVISION KYC" TO AUDIT-ACCION.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM LEER-RIESGO THRU LEER-RIESGO-FIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM DESCRIBIR-RIESGO THRU DESCRIBIR-RIESGO-FIN.
           DISPLAY FICHA-RIESGO.
           DISPLAY "Ficha de riesgo actualizada" LINE 18 COLUMN 27.
           IF CUENTA-LIBERADA = "S"
               DISPLAY "Restriccion de la cuenta levantada"
                   LINE 19 COLUMN 23.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CUENTA-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta no existe o no esta viva" LINE 9
               COLUMN 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       CALIFICACION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se ha podido calcular el riesgo" LINE 9
               COLUMN 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Lista de paises vigilados.  Sin lista propia BATCHRSG
      * aplica la suya por defecto.
       PLISTAR-PAISES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Paises vigilados" LINE 6 COLUMN 32.
           DISPLAY "PAIS" LINE 8 COLUMN 19.
           DISPLAY "|" LINE 8 COLUMN 23.
           DISPLAY "NOMBRE" LINE 8 COLUMN 25.

           MOVE 0 TO PAISES-EN-PANTALLA.
           MOVE 9 TO LINEA-PAIS-ACTUAL.

           OPEN INPUT F-PAISESRIESGO.
           IF FSPR <> 00 AND 05
               GO TO PSYS-ERR.

       LEER-PAISES.
           READ F-PAISESRIESGO NEXT RECORD AT END
               GO TO PAISES-LISTADOS.

           ADD 1 TO PAISES-EN-PANTALLA.
           DISPLAY FILA-PAIS.
           ADD 1 TO LINEA-PAIS-ACTUAL.

           IF PAISES-EN-PANTALLA = 9
               GO TO PAISES-LISTADOS.

           GO TO LEER-PAISES.

       PAISES-LISTADOS.
           CLOSE F-PAISESRIESGO.
           IF PAISES-EN-PANTALLA = 0
               DISPLAY "Sin lista propia: se vigilan KP, IR y MM"
                   LINE 10 COLUMN 20.

           MOVE SPACES TO PAIS-INTRO.
           MOVE SPACES TO PAIS-NOMBRE-INTRO.
           MOVE SPACES TO PAIS-ACCION-INTRO.

       PEDIR-PAIS.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT PAIS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PEDIR-PAIS.

           MOVE FUNCTION UPPER-CASE(PAIS-INTRO) TO PAIS-INTRO.
           MOVE FUNCTION UPPER-CASE(PAIS-ACCION-INTRO)
               TO PAIS-ACCION-INTRO.

           IF PAIS-INTRO(1:1) NOT ALPHABETIC
              OR PAIS-INTRO(2:1) NOT ALPHABETIC
              OR PAIS-INTRO(1:1) = SPACE
              OR PAIS-INTRO(2:1) = SPACE
               DISPLAY "Codigo de pais no valido     " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PAIS.

           IF PAIS-ACCION-INTRO NOT = "A"
              AND PAIS-ACCION-INTRO NOT = "B"
               DISPLAY "Indique A (alta) o B (baja)  " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PAIS.

           IF PAIS-ACCION-INTRO = "A" AND PAIS-NOMBRE-INTRO = SPACES
               DISPLAY "Indique el nombre del pais   " LINE 23
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-PAIS.

           OPEN I-O F-PAISESRIESGO.
           IF FSPR = 35
               CLOSE F-PAISESRIESGO
               OPEN OUTPUT F-PAISESRIESGO
               CLOSE F-PAISESRIESGO
               OPEN I-O F-PAISESRIESGO.
           IF FSPR <> 00
               GO TO PSYS-ERR.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "PAIS " PAIS-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE "PAIS VIGILADO" TO AUDIT-ACCION.

           MOVE PAIS-INTRO TO PRI-PAIS.
           READ F-PAISESRIESGO INVALID KEY
               MOVE SPACES TO PRI-NOMBRE.
           MOVE PRI-NOMBRE TO AUDIT-ANTES.

           IF PAIS-ACCION-INTRO = "B"
               MOVE "BAJA" TO AUDIT-DESPUES
               DELETE F-PAISESRIESGO RECORD INVALID KEY
                   CLOSE F-PAISESRIESGO
                   DISPLAY "Ese pais no esta en la lista " LINE 23
                       COLUMN 20 WITH BACKGROUND-COLOR RED
                   GO TO PEDIR-PAIS
           ELSE
               MOVE PAIS-NOMBRE-INTRO TO AUDIT-DESPUES
               MOVE PAIS-INTRO TO PRI-PAIS
               MOVE PAIS-NOMBRE-INTRO TO PRI-NOMBRE
               REWRITE PAISRIESGO-REG INVALID KEY
                   WRITE PAISRIESGO-REG INVALID KEY
                       GO TO PSYS-ERR.
           CLOSE F-PAISESRIESGO.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           GO TO PLISTAR-PAISES.

      * Recalcula y graba la calificacion de la cuenta leida en
      * CTAID-INTRO, conservando el factor de paises que dejo el
      * ultimo BATCHRSG.
       CALIFICAR-CUENTA.
           MOVE CTAID-INTRO        TO RSGC-CUENTA.
           MOVE TITULAR-NIF        TO RSGC-NIF.
           MOVE TITULAR-FECHA-ALTA TO RSGC-FECHA-ALTA.
           MOVE SPACE          TO RSGC-PAISES.
           CALL "BANKRSG" USING DATOS-RIESGO.
           IF RSGC-RESULTADO NOT = "O"
               GO TO CALIFICACION-ERR.

       CALIFICAR-CUENTA-FIN.
           EXIT.

       LEER-RIESGO.
           OPEN INPUT F-RIESGO.
           IF FSRG <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO RSG-CUENTA.
           READ F-RIESGO INVALID KEY
               CLOSE F-RIESGO
               GO TO PSYS-ERR.
           CLOSE F-RIESGO.

       LEER-RIESGO-FIN.
           EXIT.

       DESCRIBIR-RIESGO.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           MOVE RSG-NIVEL TO NIVEL-TEXTO.
           IF RSG-NIVEL = "B"
               MOVE "BAJO" TO NIVEL-TEXTO.
           IF RSG-NIVEL = "M"
               MOVE "MEDIO" TO NIVEL-TEXTO.
           IF RSG-NIVEL = "A"
               MOVE "ALTO" TO NIVEL-TEXTO.
           IF RSG-PEP = "S"
               MOVE "ALTO (PEP)" TO NIVEL-TEXTO.

           MOVE "Activa" TO ESTADO-TEXTO.
           IF ESTADO-CUENTA = "D"
               MOVE "Durmiente" TO ESTADO-TEXTO.
           IF ESTADO-CUENTA = "R"
               MOVE "RESTRINGIDA" TO ESTADO-TEXTO.

           MOVE SPACES TO FECHA-REVISION-TEXTO.
           STRING RSG-FECHA-REVISION(7:2) "-" RSG-FECHA-REVISION(5:2)
               "-" RSG-FECHA-REVISION(1:4)
               DELIMITED BY SIZE INTO FECHA-REVISION-TEXTO.
           MOVE SPACES TO FECHA-PROXIMA-TEXTO.
           STRING RSG-FECHA-PROXIMA(7:2) "-" RSG-FECHA-PROXIMA(5:2)
               "-" RSG-FECHA-PROXIMA(1:4)
               DELIMITED BY SIZE INTO FECHA-PROXIMA-TEXTO.

           MOVE SPACES TO VENCIDA-TEXTO.
           IF RSG-FECHA-PROXIMA < FECHA-HOY-AAAAMMDD
               MOVE "VENCIDA" TO VENCIDA-TEXTO.

       DESCRIBIR-RIESGO-FIN.
           EXIT.

      * Revision completada: la cuenta restringida vuelve a operar.
       LEVANTAR-RESTRICCION.
           OPEN I-O CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO LEVANTAR-RESTRICCION-FIN.
           IF CTA-ESTADO = "R"
               MOVE " " TO CTA-ESTADO
               REWRITE CUENTAREG INVALID KEY GO TO PSYS-ERR
               MOVE "S" TO CUENTA-LIBERADA
               MOVE " " TO ESTADO-CUENTA.
           CLOSE CUENTAS.

       LEVANTAR-RESTRICCION-FIN.
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
           MOVE "BANK62" TO AUD-PROGRAMA.
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
           MOVE "BANK62"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRG=" FSRG " " "FSPR=" FSPR " " "FSU=" FSU
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-RIESGO.
           CLOSE F-PAISESRIESGO.
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
