       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK63.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRE.

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

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT OPTIONAL F-ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           ALTERNATE RECORD KEY IS ENT-ESP-NUM WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS FSOP.

           SELECT OPTIONAL F-FESTIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSFE.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-CARTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCA.

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
      * Registro de reclamaciones del servicio de atencion al
      * cliente.  Estado A abierta, T asignada a un operador, R
      * resuelta.  Resultado F favorable al cliente, P parcialmente
      * favorable, D desfavorable.  La referencia opcional apunta a
      * un movimiento (M), una transferencia interbancaria (I) o una
      * entrada (E); REC-TARJETA es la tarjeta de esa operacion.
       FD F-RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
       01 RECLAMACION-REG.
           02 REC-NUM               PIC  9(10).
           02 REC-CUENTA            PIC 9(16).
           02 REC-TARJETA           PIC 9(16).
           02 REC-CATEGORIA         PIC  X(3).
           02 REC-REF-TIPO          PIC  X(1).
           02 REC-REF-NUM           PIC  9(35).
           02 REC-DESCRIPCION       PIC X(60).
           02 REC-FECHA-ALTA        PIC  9(8).
           02 REC-FECHA-LIMITE      PIC  9(8).
           02 REC-OPERADOR-ALTA     PIC  9(4).
           02 REC-OPERADOR          PIC  9(4).
           02 REC-ESTADO            PIC  X(1).
           02 REC-RESULTADO         PIC  X(1).
           02 REC-RESOLUCION        PIC X(60).
           02 REC-COMPENSA-CENT     PIC  9(9).
           02 REC-MOV-COMPENSA      PIC  9(35).
           02 REC-FECHA-RESOL       PIC  9(8).

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
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-INTERBANCARIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbancarias.ubd".
       01 INTERBANCARIA-REG.
           02 INTERB-NUM           PIC  9(35).
           02 INTERB-TARJETA       PIC  9(16).
           02 INTERB-ANO           PIC   9(4).
           02 INTERB-MES           PIC   9(2).
           02 INTERB-DIA           PIC   9(2).
           02 INTERB-HOR           PIC   9(2).
           02 INTERB-MIN           PIC   9(2).
           02 INTERB-SEG           PIC   9(2).
           02 INTERB-IBAN-DESTINO  PIC  X(34).
           02 INTERB-BENEFICIARIO  PIC  X(30).
           02 INTERB-IMPORTE-ENT   PIC  S9(7).
           02 INTERB-IMPORTE-DEC   PIC   9(2).
           02 INTERB-MONEDA        PIC  X(3).
           02 INTERB-ESTADO        PIC  X(1).
           02 INTERB-MOTIVO-DEV    PIC  X(2).
           02 INTERB-EUR-ENT       PIC  S9(7).
           02 INTERB-EUR-DEC       PIC   9(2).
           02 INTERB-TASA-APLICADA PIC  9(9).

       FD F-ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       01 ENTRADA-REG.
           02 ENT-NUM               PIC  9(10).
           02 ENT-ESP-NUM           PIC   9(4).
           02 ENT-TARIFA            PIC   9(1).
           02 ENT-TARJETA           PIC  9(16).
           02 ENT-MOV-NUM           PIC  9(35).
           02 ENT-ESTADO            PIC   X(1).
           02 ENT-FILA              PIC   9(2).
           02 ENT-ASIENTO           PIC   9(3).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

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

       FD F-FESTIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "festivos.ubd".
       01 FESTIVO-REG.
           02 FES-FECHA             PIC  9(8).
           02 FES-DESCR             PIC  X(30).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

      * Cartas de respuesta al cliente, una tras otra, para la
      * impresion y el ensobrado.
       FD F-CARTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cartasreclamacion.txt".
       01 LINEA-CARTA               PIC X(120).

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
       77 FSRE                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSOP                     PIC  X(2).
       77 FSFE                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSCA                     PIC  X(2).
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
       77 CATEGORIA-INTRO          PIC  X(3).
       77 REFTIPO-INTRO            PIC  X(1).
       77 REFNUM-INTRO             PIC 9(35).
       77 DESCRIPCION-INTRO        PIC X(60).
       77 RECNUM-INTRO             PIC 9(10).
       77 OPASIG-INTRO             PIC  9(4).
       77 RESULTADO-INTRO          PIC  X(1).
       77 RESOLUCION-INTRO         PIC X(60).
       77 COMPENSA-ENT-INTRO       PIC  9(7).
       77 COMPENSA-DEC-INTRO       PIC  9(2).

      * Plazos de respuesta: los servicios de pago (cajeros,
      * tarjetas y transferencias) en dias habiles (RECPLZPAGO); el
      * resto en dias naturales (RECPLZGEN).
       78 PLAZO-PAGO-DEFECTO       VALUE 15.
       78 PLAZO-GENERAL-DEFECTO    VALUE 30.
       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 DIAS-PLAZO               PIC  9(3).
       77 DIAS-CONTADOS            PIC  9(3).
       77 DIA-HABIL                PIC  9(1).
       77 FECHA-COMPROBAR          PIC  9(8).
       77 FECHA-COMPROBAR-INT      PIC  9(9).
       77 FECHA-CURSOR-INT         PIC  9(9).
       77 DIA-SEMANA               PIC  9(1).

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       77 FECHA-LIMITE-CALC        PIC  9(8).
       77 FECHA-ALTA-TEXTO         PIC X(10).
       77 FECHA-LIMITE-TEXTO       PIC X(10).
       77 CATEGORIA-TEXTO          PIC X(30).
       77 SITUACION-TEXTO          PIC X(12).
       77 RESULTADO-TEXTO          PIC X(25).
       77 REFERENCIA-TEXTO         PIC X(45).
       77 TITULAR-NOMBRE           PIC X(30).
       77 TITULAR-DIRECCION        PIC X(35).
       77 ESTADO-CUENTA            PIC  X(1).
       77 ESTADO-RECLAMACION       PIC  X(1).
       77 CATEGORIA-PAGO           PIC  X(1).
       77 CATEGORIA-VALIDA         PIC  X(1).
       77 REF-VALIDA               PIC  X(1).
       77 TARJETA-REFERENCIA       PIC 9(16).
       77 TARJETA-ABONO            PIC 9(16).
       77 OPERADOR-ANTES           PIC  9(4).
       77 OPERADOR-ASIGNADO-NOMBRE PIC X(30).
       77 LAST-REC-NUM             PIC  9(10).
       77 LAST-MOV-NUM             PIC  9(35).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 CENT-COMPENSA            PIC  9(9).
       77 CENT-SALDO-ABONO         PIC S9(11).
       77 COMPENSA-TEXTO           PIC Z(6)9.99.
       77 PENDIENTES-EN-PANTALLA   PIC  9(2).
       77 LINEA-REC-ACTUAL         PIC  9(2).
       77 HAY-MAS-PENDIENTES       PIC  X(1).

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

       01 ALTA-ACCEPT.
           05 FILLER LINE 8 COL 5 VALUE "Numero de cuenta:".
           05 FILLER BLANK ZERO UNDERLINE LINE 8 COL 30
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER LINE 10 COL 5 VALUE "Categoria:".
           05 FILLER UNDERLINE LINE 10 COL 30
               PIC X(3) USING CATEGORIA-INTRO.
           05 FILLER LINE 11 COL 5 VALUE
               "COM comisiones  CAJ cajeros y efectivo  TAR tarjetas".
           05 FILLER LINE 12 COL 5 VALUE
               "TRF transferencias  ENT entradas  OTR otros".
           05 FILLER LINE 14 COL 5 VALUE "Operacion (M/I/E/blanco):".
           05 FILLER UNDERLINE LINE 14 COL 30
               PIC X(1) USING REFTIPO-INTRO.
           05 FILLER LINE 15 COL 5 VALUE
               "M movimiento  I transferencia interbancaria  E entrada".
           05 FILLER LINE 16 COL 5 VALUE "Numero de operacion:".
           05 FILLER BLANK ZERO UNDERLINE LINE 16 COL 30
               PIC 9(35) USING REFNUM-INTRO.
           05 FILLER LINE 18 COL 5 VALUE "Motivo:".
           05 FILLER UNDERLINE LINE 19 COL 5
               PIC X(60) USING DESCRIPCION-INTRO.

       01 RECNUM-ACCEPT.
           05 FILLER BLANK ZERO UNDERLINE LINE 10 COL 45
               PIC 9(10) USING RECNUM-INTRO.

       01 ASIGNAR-ACCEPT.
           05 FILLER BLANK ZERO UNDERLINE LINE 10 COL 45
               PIC 9(10) USING RECNUM-INTRO.
           05 FILLER BLANK ZERO UNDERLINE LINE 12 COL 45
               PIC 9(4) USING OPASIG-INTRO.

       01 FILA-RECLAMACION.
           05 FILLER LINE LINEA-REC-ACTUAL COL 2
               FOREGROUND-COLOR YELLOW PIC 9(10) FROM REC-NUM.
           05 FILLER LINE LINEA-REC-ACTUAL COL 13
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REC-ACTUAL COL 15
               FOREGROUND-COLOR YELLOW PIC 9(16) FROM REC-CUENTA.
           05 FILLER LINE LINEA-REC-ACTUAL COL 32
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REC-ACTUAL COL 34
               FOREGROUND-COLOR YELLOW PIC X(3) FROM REC-CATEGORIA.
           05 FILLER LINE LINEA-REC-ACTUAL COL 38
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REC-ACTUAL COL 40
               FOREGROUND-COLOR YELLOW PIC X(10)
               FROM FECHA-LIMITE-TEXTO.
           05 FILLER LINE LINEA-REC-ACTUAL COL 51
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REC-ACTUAL COL 53
               FOREGROUND-COLOR YELLOW PIC 9(4) FROM REC-OPERADOR.
           05 FILLER LINE LINEA-REC-ACTUAL COL 58
               FOREGROUND-COLOR YELLOW VALUE "|".
           05 FILLER LINE LINEA-REC-ACTUAL COL 60
               FOREGROUND-COLOR YELLOW PIC X(12) FROM SITUACION-TEXTO.

       01 FICHA-RECLAMACION.
           05 FILLER LINE 6 COL 5 VALUE "Reclamacion:".
           05 FILLER LINE 6 COL 25 PIC 9(10) FROM RECNUM-INTRO.
           05 FILLER LINE 6 COL 40 PIC X(12) FROM SITUACION-TEXTO.
           05 FILLER LINE 7 COL 5 VALUE "Cuenta:".
           05 FILLER LINE 7 COL 25 PIC 9(16) FROM CTAID-INTRO.
           05 FILLER LINE 8 COL 5 VALUE "Titular:".
           05 FILLER LINE 8 COL 25 PIC X(30) FROM TITULAR-NOMBRE.
           05 FILLER LINE 9 COL 5 VALUE "Categoria:".
           05 FILLER LINE 9 COL 25 PIC X(30) FROM CATEGORIA-TEXTO.
           05 FILLER LINE 10 COL 5 VALUE "Operacion:".
           05 FILLER LINE 10 COL 25 PIC X(45) FROM REFERENCIA-TEXTO.
           05 FILLER LINE 11 COL 5 VALUE "Motivo:".
           05 FILLER LINE 12 COL 5 PIC X(60)
               FROM DESCRIPCION-INTRO.
           05 FILLER LINE 13 COL 5 VALUE "Presentada:".
           05 FILLER LINE 13 COL 25 PIC X(10) FROM FECHA-ALTA-TEXTO.
           05 FILLER LINE 13 COL 40 VALUE "Responder antes del:".
           05 FILLER LINE 13 COL 61 PIC X(10)
               FROM FECHA-LIMITE-TEXTO.
           05 FILLER LINE 14 COL 5 VALUE "Asignada a:".
           05 FILLER LINE 14 COL 25 PIC 9(4) FROM OPASIG-INTRO.

       01 RESOLVER-ACCEPT.
           05 FILLER LINE 16 COL 5 VALUE
               "Resultado (F favorable/P parcial/D desfavorable):".
           05 FILLER UNDERLINE LINE 16 COL 58
               PIC X(1) USING RESULTADO-INTRO.
           05 FILLER LINE 17 COL 5 VALUE "Respuesta al cliente:".
           05 FILLER UNDERLINE LINE 18 COL 5
               PIC X(60) USING RESOLUCION-INTRO.
           05 FILLER LINE 20 COL 5 VALUE "Compensacion (EUR):".
           05 FILLER BLANK ZERO UNDERLINE LINE 20 COL 30
               PIC 9(7) USING COMPENSA-ENT-INTRO.
           05 FILLER LINE 20 COL 37 VALUE ",".
           05 FILLER BLANK ZERO UNDERLINE LINE 20 COL 38
               PIC 9(2) USING COMPENSA-DEC-INTRO.


      * Reclamaciones de clientes.  Atencion al cliente registra la
      * reclamacion contra la cuenta, y si procede contra la
      * operacion concreta, con el plazo legal de respuesta; el
      * supervisor la asigna a un operador, que la resuelve.  La
      * compensacion acordada se abona como movimiento en la
      * tarjeta y la respuesta sale en cartasreclamacion.txt.
      * BATCHREC prepara el informe trimestral para el Banco de
      * Espana.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Reclamaciones de clientes" LINE 2
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
           DISPLAY "UnizarBank - Reclamaciones de clientes" LINE 2
               COLUMN 21 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.

       PMENU.
           DISPLAY "1 - Registrar una reclamacion" LINE 8
               COLUMN 24.
           DISPLAY "2 - Reclamaciones pendientes" LINE 10
               COLUMN 24.
           DISPLAY "3 - Asignar una reclamacion" LINE 12
               COLUMN 24.
           DISPLAY "4 - Resolver una reclamacion" LINE 14
               COLUMN 24.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO PALTA-RECLAMACION.
           IF CHOICE = 2
               GO TO PLISTAR-PENDIENTES.
           IF CHOICE = 3
               IF OPERADOR-NIVEL < 2
                   GO TO NIVEL-INSUFICIENTE
               ELSE
                   GO TO PASIGNAR-RECLAMACION.
           IF CHOICE = 4
               GO TO PRESOLVER-RECLAMACION.
           GO TO PMENUA1.

      * Alta de la reclamacion.  La operacion reclamada, si se
      * indica, tiene que existir y ser de una tarjeta de la cuenta.
       PALTA-RECLAMACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar una reclamacion" LINE 6 COLUMN 28.
           INITIALIZE CTAID-INTRO.
           MOVE SPACES TO CATEGORIA-INTRO.
           MOVE SPACES TO REFTIPO-INTRO.
           INITIALIZE REFNUM-INTRO.
           MOVE SPACES TO DESCRIPCION-INTRO.

       PALTA-DATOS.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PALTA-DATOS.

           MOVE FUNCTION UPPER-CASE(CATEGORIA-INTRO)
               TO CATEGORIA-INTRO.
           MOVE FUNCTION UPPER-CASE(REFTIPO-INTRO) TO REFTIPO-INTRO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE "X" TO CTA-ESTADO.
           MOVE CTA-ESTADO TO ESTADO-CUENTA.
           CLOSE CUENTAS.
           IF ESTADO-CUENTA = "X" OR ESTADO-CUENTA = "E"
               DISPLAY "La cuenta no existe o no esta viva      "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PALTA-DATOS.

           PERFORM CLASIFICAR-CATEGORIA
               THRU CLASIFICAR-CATEGORIA-FIN.
           IF CATEGORIA-VALIDA = "N"
               DISPLAY "Categoria no valida                     "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PALTA-DATOS.

           IF REFTIPO-INTRO NOT = SPACE AND REFTIPO-INTRO NOT = "M"
              AND REFTIPO-INTRO NOT = "I" AND REFTIPO-INTRO NOT = "E"
               DISPLAY "Indique M, I, E o deje la operacion vacia"
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PALTA-DATOS.

           IF DESCRIPCION-INTRO = SPACES
               DISPLAY "Indique el motivo de la reclamacion     "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PALTA-DATOS.

           PERFORM VALIDAR-REFERENCIA THRU VALIDAR-REFERENCIA-FIN.
           IF REF-VALIDA = "N"
               DISPLAY "La operacion no existe o no es de la cuenta"
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PALTA-DATOS.

           PERFORM CALCULAR-FECHA-LIMITE
               THRU CALCULAR-FECHA-LIMITE-FIN.

           PERFORM SIGUIENTE-REC-NUM THRU SIGUIENTE-REC-NUM-FIN.

           OPEN I-O F-RECLAMACIONES.
           IF FSRE = 35
               CLOSE F-RECLAMACIONES
               OPEN OUTPUT F-RECLAMACIONES
               CLOSE F-RECLAMACIONES
               OPEN I-O F-RECLAMACIONES.
           IF FSRE <> 00
               GO TO PSYS-ERR.

           INITIALIZE RECLAMACION-REG.
           MOVE LAST-REC-NUM       TO REC-NUM.
           MOVE CTAID-INTRO        TO REC-CUENTA.
           MOVE TARJETA-REFERENCIA TO REC-TARJETA.
           MOVE CATEGORIA-INTRO    TO REC-CATEGORIA.
           MOVE REFTIPO-INTRO      TO REC-REF-TIPO.
           MOVE 0                  TO REC-REF-NUM.
           IF REFTIPO-INTRO NOT = SPACE
               MOVE REFNUM-INTRO   TO REC-REF-NUM.
           MOVE DESCRIPCION-INTRO  TO REC-DESCRIPCION.
           MOVE FECHA-HOY-AAAAMMDD TO REC-FECHA-ALTA.
           MOVE FECHA-LIMITE-CALC  TO REC-FECHA-LIMITE.
           MOVE OPERADOR-ACTUAL    TO REC-OPERADOR-ALTA.
           MOVE 0                  TO REC-OPERADOR.
           MOVE "A"                TO REC-ESTADO.
           MOVE SPACE              TO REC-RESULTADO.
           MOVE SPACES             TO REC-RESOLUCION.
           MOVE 0                  TO REC-COMPENSA-CENT.
           MOVE 0                  TO REC-MOV-COMPENSA.
           MOVE 0                  TO REC-FECHA-RESOL.
           WRITE RECLAMACION-REG INVALID KEY
               CLOSE F-RECLAMACIONES
               GO TO PSYS-ERR.

           PERFORM DESCRIBIR-RECLAMACION
               THRU DESCRIBIR-RECLAMACION-FIN.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING "REC " REC-NUM " CTA " REC-CUENTA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING REC-CATEGORIA " LIM " REC-FECHA-LIMITE
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE "ALTA RECLAMACION" TO AUDIT-ACCION.
           CLOSE F-RECLAMACIONES.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamacion registrada con el numero" LINE 9
               COLUMN 18.
           DISPLAY LAST-REC-NUM LINE 9 COLUMN 55.
           DISPLAY "Plazo de respuesta hasta el" LINE 11 COLUMN 22.
           DISPLAY FECHA-LIMITE-TEXTO LINE 11 COLUMN 50.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Reclamaciones sin resolver por orden de entrada, con las
      * que han agotado el plazo marcadas como vencidas.
       PLISTAR-PENDIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamaciones pendientes" LINE 6 COLUMN 28.
           DISPLAY "NUMERO" LINE 8 COLUMN 4.
           DISPLAY "|" LINE 8 COLUMN 13.
           DISPLAY "CUENTA" LINE 8 COLUMN 20.
           DISPLAY "|" LINE 8 COLUMN 32.
           DISPLAY "CAT" LINE 8 COLUMN 34.
           DISPLAY "|" LINE 8 COLUMN 38.
           DISPLAY "LIMITE" LINE 8 COLUMN 42.
           DISPLAY "|" LINE 8 COLUMN 51.
           DISPLAY "OPER" LINE 8 COLUMN 53.
           DISPLAY "|" LINE 8 COLUMN 58.
           DISPLAY "SITUACION" LINE 8 COLUMN 60.

           MOVE 0 TO PENDIENTES-EN-PANTALLA.
           MOVE 9 TO LINEA-REC-ACTUAL.
           MOVE "N" TO HAY-MAS-PENDIENTES.

           OPEN INPUT F-RECLAMACIONES.
           IF FSRE <> 00 AND 05
               GO TO PSYS-ERR.

       LEER-PENDIENTES.
           READ F-RECLAMACIONES NEXT RECORD AT END
               GO TO PENDIENTES-LISTADAS.

           IF REC-ESTADO = "R"
               GO TO LEER-PENDIENTES.

           IF PENDIENTES-EN-PANTALLA = 12
               MOVE "S" TO HAY-MAS-PENDIENTES
               GO TO PENDIENTES-LISTADAS.

           PERFORM DESCRIBIR-RECLAMACION
               THRU DESCRIBIR-RECLAMACION-FIN.
           ADD 1 TO PENDIENTES-EN-PANTALLA.
           DISPLAY FILA-RECLAMACION.
           ADD 1 TO LINEA-REC-ACTUAL.
           GO TO LEER-PENDIENTES.

       PENDIENTES-LISTADAS.
           CLOSE F-RECLAMACIONES.
           IF PENDIENTES-EN-PANTALLA = 0
               DISPLAY "No hay reclamaciones pendientes" LINE 10
                   COLUMN 25.
           IF HAY-MAS-PENDIENTES = "S"
               DISPLAY "Hay mas reclamaciones pendientes" LINE 22
                   COLUMN 24.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * El supervisor reparte las reclamaciones entre los operadores
      * de atencion al cliente.
       PASIGNAR-RECLAMACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Asignar una reclamacion" LINE 6 COLUMN 28.
           INITIALIZE RECNUM-INTRO.
           INITIALIZE OPASIG-INTRO.
           DISPLAY "Numero de reclamacion:" LINE 10 COLUMN 20.
           DISPLAY "Operador que la tramita:" LINE 12 COLUMN 20.

       PASIGNAR-DATOS.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ASIGNAR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PASIGNAR-DATOS.

           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE OPASIG-INTRO TO OP-ID.
           READ F-OPERADORES INVALID KEY
               MOVE SPACES TO OP-NOMBRE
               MOVE 0 TO OP-ID.
           MOVE OP-NOMBRE TO OPERADOR-ASIGNADO-NOMBRE.
           CLOSE F-OPERADORES.
           IF OP-ID = 0
               DISPLAY "El operador no existe                   "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PASIGNAR-DATOS.

           OPEN I-O F-RECLAMACIONES.
           IF FSRE <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE RECNUM-INTRO TO REC-NUM.
           READ F-RECLAMACIONES INVALID KEY
               CLOSE F-RECLAMACIONES
               DISPLAY "La reclamacion no existe                "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PASIGNAR-DATOS.
           IF REC-ESTADO = "R"
               CLOSE F-RECLAMACIONES
               DISPLAY "La reclamacion ya esta resuelta         "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PASIGNAR-DATOS.

           MOVE REC-OPERADOR TO OPERADOR-ANTES.
           MOVE OPASIG-INTRO TO REC-OPERADOR.
           MOVE "T"          TO REC-ESTADO.
           REWRITE RECLAMACION-REG INVALID KEY
               CLOSE F-RECLAMACIONES
               GO TO PSYS-ERR.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "REC " REC-NUM " CTA " REC-CUENTA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING "OP " OPERADOR-ANTES
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING "OP " REC-OPERADOR
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE "ASIGNAR RECLAMACION" TO AUDIT-ACCION.
           CLOSE F-RECLAMACIONES.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamacion asignada a" LINE 9 COLUMN 20.
           DISPLAY OPERADOR-ASIGNADO-NOMBRE LINE 9 COLUMN 43.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Resolucion.  La tramita el operador asignado o un
      * supervisor; la compensacion se abona en la tarjeta de la
      * operacion reclamada o, si no la hay, en la primera tarjeta
      * de la cuenta.
       PRESOLVER-RECLAMACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Resolver una reclamacion" LINE 6 COLUMN 28.
           INITIALIZE RECNUM-INTRO.
           DISPLAY "Numero de reclamacion:" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT RECNUM-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PRESOLVER-RECLAMACION.

           OPEN INPUT F-RECLAMACIONES.
           IF FSRE <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE RECNUM-INTRO TO REC-NUM.
           READ F-RECLAMACIONES INVALID KEY
               CLOSE F-RECLAMACIONES
               GO TO RECLAMACION-NO-EXISTE.
           PERFORM DESCRIBIR-RECLAMACION
               THRU DESCRIBIR-RECLAMACION-FIN.
           MOVE REC-ESTADO      TO ESTADO-RECLAMACION.
           MOVE REC-CUENTA      TO CTAID-INTRO.
           MOVE REC-TARJETA     TO TARJETA-REFERENCIA.
           MOVE REC-OPERADOR    TO OPASIG-INTRO.
           MOVE REC-DESCRIPCION TO DESCRIPCION-INTRO.
           CLOSE F-RECLAMACIONES.

           IF ESTADO-RECLAMACION = "R"
               GO TO RECLAMACION-NO-EXISTE.
           IF OPASIG-INTRO NOT = OPERADOR-ACTUAL
              AND OPERADOR-NIVEL < 2
               GO TO RECLAMACION-AJENA.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO PSYS-ERR.
           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE SPACES TO CTA-NOMBRE
               MOVE SPACES TO CTA-DIRECCION.
           MOVE CTA-NOMBRE    TO TITULAR-NOMBRE.
           MOVE CTA-DIRECCION TO TITULAR-DIRECCION.
           CLOSE CUENTAS.

           MOVE SPACE  TO RESULTADO-INTRO.
           MOVE SPACES TO RESOLUCION-INTRO.
           INITIALIZE COMPENSA-ENT-INTRO.
           INITIALIZE COMPENSA-DEC-INTRO.

       PRESOLVER-PANTALLA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY FICHA-RECLAMACION.
           DISPLAY "Enter - Guardar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       PRESOLVER-DATOS.
           ACCEPT RESOLVER-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PRESOLVER-DATOS.

           MOVE FUNCTION UPPER-CASE(RESULTADO-INTRO)
               TO RESULTADO-INTRO.
           COMPUTE CENT-COMPENSA = (COMPENSA-ENT-INTRO * 100)
               + COMPENSA-DEC-INTRO.

           IF RESULTADO-INTRO NOT = "F" AND RESULTADO-INTRO NOT = "P"
              AND RESULTADO-INTRO NOT = "D"
               DISPLAY "Indique F, P o D en el resultado        "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PRESOLVER-DATOS.
           IF RESOLUCION-INTRO = SPACES
               DISPLAY "Indique la respuesta al cliente         "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PRESOLVER-DATOS.
           IF RESULTADO-INTRO = "D" AND CENT-COMPENSA > 0
               DISPLAY "Sin compensacion si es desfavorable     "
                   LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PRESOLVER-DATOS.

           MOVE 0 TO LAST-MOV-NUM.
           IF CENT-COMPENSA > 0
               PERFORM BUSCAR-TARJETA-ABONO
                   THRU BUSCAR-TARJETA-ABONO-FIN
               IF TARJETA-ABONO = 0
                   DISPLAY "La cuenta no tiene tarjeta para abonar"
                       LINE 23 COLUMN 20 WITH BACKGROUND-COLOR RED
                   GO TO PRESOLVER-DATOS
               END-IF
               PERFORM ABONAR-COMPENSACION
                   THRU ABONAR-COMPENSACION-FIN
           END-IF.

           OPEN I-O F-RECLAMACIONES.
           IF FSRE <> 00
               GO TO PSYS-ERR.
           MOVE RECNUM-INTRO TO REC-NUM.
           READ F-RECLAMACIONES INVALID KEY
               CLOSE F-RECLAMACIONES
               GO TO PSYS-ERR.
           MOVE "R"                TO REC-ESTADO.
           MOVE RESULTADO-INTRO    TO REC-RESULTADO.
           MOVE RESOLUCION-INTRO   TO REC-RESOLUCION.
           MOVE CENT-COMPENSA      TO REC-COMPENSA-CENT.
           MOVE LAST-MOV-NUM       TO REC-MOV-COMPENSA.
           MOVE FECHA-HOY-AAAAMMDD TO REC-FECHA-RESOL.
           IF REC-OPERADOR = 0
               MOVE OPERADOR-ACTUAL TO REC-OPERADOR.
           REWRITE RECLAMACION-REG INVALID KEY
               CLOSE F-RECLAMACIONES
               GO TO PSYS-ERR.

           PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-FIN.

           MOVE SPACES TO AUDIT-CLAVE.
           STRING "REC " REC-NUM " CTA " REC-CUENTA
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           STRING "PLAZO " REC-FECHA-LIMITE
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING REC-RESULTADO " COMP " REC-COMPENSA-CENT
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE "RESOLVER RECLAMACION" TO AUDIT-ACCION.
           CLOSE F-RECLAMACIONES.

           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reclamacion resuelta" LINE 9 COLUMN 30.
           IF CENT-COMPENSA > 0
               COMPUTE COMPENSA-TEXTO = CENT-COMPENSA / 100
               DISPLAY "Compensacion abonada en la tarjeta" LINE 11
                   COLUMN 18
               DISPLAY TARJETA-ABONO LINE 11 COLUMN 53
               DISPLAY COMPENSA-TEXTO LINE 12 COLUMN 35
               DISPLAY "EUR" LINE 12 COLUMN 46.
           DISPLAY "Carta de respuesta preparada" LINE 14 COLUMN 26.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       RECLAMACION-NO-EXISTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La reclamacion no existe o ya esta resuelta"
               LINE 9 COLUMN 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       RECLAMACION-AJENA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La reclamacion esta asignada a otro operador"
               LINE 9 COLUMN 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Comprueba la categoria y si es de servicios de pago, que
      * tienen el plazo de respuesta mas corto.
       CLASIFICAR-CATEGORIA.
           MOVE "S" TO CATEGORIA-VALIDA.
           MOVE "N" TO CATEGORIA-PAGO.
           IF CATEGORIA-INTRO = "CAJ" OR CATEGORIA-INTRO = "TAR"
              OR CATEGORIA-INTRO = "TRF"
               MOVE "S" TO CATEGORIA-PAGO
               GO TO CLASIFICAR-CATEGORIA-FIN.
           IF CATEGORIA-INTRO = "COM" OR CATEGORIA-INTRO = "ENT"
              OR CATEGORIA-INTRO = "OTR"
               GO TO CLASIFICAR-CATEGORIA-FIN.
           MOVE "N" TO CATEGORIA-VALIDA.

       CLASIFICAR-CATEGORIA-FIN.
           EXIT.

      * La operacion reclamada tiene que ser de una tarjeta de la
      * cuenta; su tarjeta queda en TARJETA-REFERENCIA.
       VALIDAR-REFERENCIA.
           MOVE "S" TO REF-VALIDA.
           MOVE 0 TO TARJETA-REFERENCIA.
           IF REFTIPO-INTRO = SPACE
               GO TO VALIDAR-REFERENCIA-FIN.
           MOVE "N" TO REF-VALIDA.

           IF REFTIPO-INTRO = "M"
               OPEN INPUT F-MOVIMIENTOS
               IF FSM <> 00
                   CLOSE F-MOVIMIENTOS
                   GO TO VALIDAR-REFERENCIA-FIN
               END-IF
               MOVE REFNUM-INTRO TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY
                   MOVE 0 TO MOV-TARJETA
               END-READ
               MOVE MOV-TARJETA TO TARJETA-REFERENCIA
               CLOSE F-MOVIMIENTOS.

           IF REFTIPO-INTRO = "I"
               OPEN INPUT F-INTERBANCARIAS
               IF FSB <> 00
                   CLOSE F-INTERBANCARIAS
                   GO TO VALIDAR-REFERENCIA-FIN
               END-IF
               MOVE REFNUM-INTRO TO INTERB-NUM
               READ F-INTERBANCARIAS INVALID KEY
                   MOVE 0 TO INTERB-TARJETA
               END-READ
               MOVE INTERB-TARJETA TO TARJETA-REFERENCIA
               CLOSE F-INTERBANCARIAS.

           IF REFTIPO-INTRO = "E"
               OPEN INPUT F-ENTRADAS
               IF FSEN <> 00
                   CLOSE F-ENTRADAS
                   GO TO VALIDAR-REFERENCIA-FIN
               END-IF
               MOVE REFNUM-INTRO TO ENT-NUM
               READ F-ENTRADAS INVALID KEY
                   MOVE 0 TO ENT-TARJETA
               END-READ
               MOVE ENT-TARJETA TO TARJETA-REFERENCIA
               CLOSE F-ENTRADAS.

           IF TARJETA-REFERENCIA = 0
               GO TO VALIDAR-REFERENCIA-FIN.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REFERENCIA TO TNUM-C.
           READ TARJETAS INVALID KEY
               MOVE 0 TO CTA-ID-C.
           CLOSE TARJETAS.
           IF CTA-ID-C = CTAID-INTRO
               MOVE "S" TO REF-VALIDA
           ELSE
               MOVE 0 TO TARJETA-REFERENCIA.

       VALIDAR-REFERENCIA-FIN.
           EXIT.

      * Fecha limite de respuesta: dias habiles contados desde el
      * dia siguiente a la presentacion, saltando fines de semana y
      * festivos, o dias naturales segun la categoria.
       CALCULAR-FECHA-LIMITE.
           IF CATEGORIA-PAGO = "S"
               MOVE "RECPLZPAGO" TO PARAM-BUSCADO
               MOVE PLAZO-PAGO-DEFECTO TO PARAM-LEIDO
           ELSE
               MOVE "RECPLZGEN" TO PARAM-BUSCADO
               MOVE PLAZO-GENERAL-DEFECTO TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO DIAS-PLAZO.

           COMPUTE FECHA-CURSOR-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).

           IF CATEGORIA-PAGO = "N"
               ADD DIAS-PLAZO TO FECHA-CURSOR-INT
               COMPUTE FECHA-LIMITE-CALC =
                   FUNCTION DATE-OF-INTEGER(FECHA-CURSOR-INT)
               GO TO CALCULAR-FECHA-LIMITE-FIN.

           MOVE 0 TO DIAS-CONTADOS.

       CONTAR-DIA-HABIL.
           ADD 1 TO FECHA-CURSOR-INT.
           COMPUTE FECHA-COMPROBAR =
               FUNCTION DATE-OF-INTEGER(FECHA-CURSOR-INT).
           PERFORM COMPROBAR-DIA-HABIL
               THRU COMPROBAR-DIA-HABIL-FIN.
           IF DIA-HABIL = 1
               ADD 1 TO DIAS-CONTADOS.
           IF DIAS-CONTADOS < DIAS-PLAZO
               GO TO CONTAR-DIA-HABIL.
           MOVE FECHA-COMPROBAR TO FECHA-LIMITE-CALC.

       CALCULAR-FECHA-LIMITE-FIN.
           EXIT.

      * Un dia es habil si no cae en fin de semana ni esta en el
      * calendario de festivos.
       COMPROBAR-DIA-HABIL.
           MOVE 1 TO DIA-HABIL.

           COMPUTE FECHA-COMPROBAR-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-COMPROBAR).
           COMPUTE DIA-SEMANA = FUNCTION MOD(FECHA-COMPROBAR-INT, 7).
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
               MOVE 0 TO DIA-HABIL
               GO TO COMPROBAR-DIA-HABIL-FIN.

           OPEN INPUT F-FESTIVOS.
           IF FSFE <> 00
               CLOSE F-FESTIVOS
               GO TO COMPROBAR-DIA-HABIL-FIN.

           MOVE FECHA-COMPROBAR TO FES-FECHA.
           READ F-FESTIVOS INVALID KEY
               CLOSE F-FESTIVOS
               GO TO COMPROBAR-DIA-HABIL-FIN.

           MOVE 0 TO DIA-HABIL.
           CLOSE F-FESTIVOS.

       COMPROBAR-DIA-HABIL-FIN.
           EXIT.

      * Textos de pantalla y de la carta de la reclamacion leida.
       DESCRIBIR-RECLAMACION.
           MOVE SPACES TO FECHA-ALTA-TEXTO.
           STRING REC-FECHA-ALTA(7:2) "-" REC-FECHA-ALTA(5:2)
               "-" REC-FECHA-ALTA(1:4)
               DELIMITED BY SIZE INTO FECHA-ALTA-TEXTO.
           MOVE SPACES TO FECHA-LIMITE-TEXTO.
           STRING REC-FECHA-LIMITE(7:2) "-" REC-FECHA-LIMITE(5:2)
               "-" REC-FECHA-LIMITE(1:4)
               DELIMITED BY SIZE INTO FECHA-LIMITE-TEXTO.

           MOVE REC-CATEGORIA TO CATEGORIA-TEXTO.
           IF REC-CATEGORIA = "COM"
               MOVE "Comisiones y gastos" TO CATEGORIA-TEXTO.
           IF REC-CATEGORIA = "CAJ"
               MOVE "Cajeros y efectivo" TO CATEGORIA-TEXTO.
           IF REC-CATEGORIA = "TAR"
               MOVE "Tarjetas y pagos" TO CATEGORIA-TEXTO.
           IF REC-CATEGORIA = "TRF"
               MOVE "Transferencias" TO CATEGORIA-TEXTO.
           IF REC-CATEGORIA = "ENT"
               MOVE "Venta de entradas" TO CATEGORIA-TEXTO.
           IF REC-CATEGORIA = "OTR"
               MOVE "Otros" TO CATEGORIA-TEXTO.

           MOVE "Sin operacion concreta" TO REFERENCIA-TEXTO.
           IF REC-REF-TIPO = "M"
               MOVE SPACES TO REFERENCIA-TEXTO
               STRING "Mov. " REC-REF-NUM
                   DELIMITED BY SIZE INTO REFERENCIA-TEXTO.
           IF REC-REF-TIPO = "I"
               MOVE SPACES TO REFERENCIA-TEXTO
               STRING "Trf. " REC-REF-NUM
                   DELIMITED BY SIZE INTO REFERENCIA-TEXTO.
           IF REC-REF-TIPO = "E"
               MOVE SPACES TO REFERENCIA-TEXTO
               STRING "Entrada " REC-REF-NUM(26:10)
                   DELIMITED BY SIZE INTO REFERENCIA-TEXTO.

           MOVE "ABIERTA" TO SITUACION-TEXTO.
           IF REC-ESTADO = "T"
               MOVE "EN TRAMITE" TO SITUACION-TEXTO.
           IF REC-ESTADO = "R"
               MOVE "RESUELTA" TO SITUACION-TEXTO.
           IF REC-ESTADO NOT = "R"
              AND REC-FECHA-LIMITE < FECHA-HOY-AAAAMMDD
               MOVE "VENCIDA" TO SITUACION-TEXTO.

           MOVE "Desfavorable al cliente" TO RESULTADO-TEXTO.
           IF REC-RESULTADO = "F"
               MOVE "Favorable al cliente" TO RESULTADO-TEXTO.
           IF REC-RESULTADO = "P"
               MOVE "Parcialmente favorable" TO RESULTADO-TEXTO.

       DESCRIBIR-RECLAMACION-FIN.
           EXIT.

      * La compensacion va a la tarjeta de la operacion reclamada
      * si sigue siendo de la cuenta; si no, a la primera tarjeta.
       BUSCAR-TARJETA-ABONO.
           MOVE 0 TO TARJETA-ABONO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           IF TARJETA-REFERENCIA NOT = 0
               MOVE TARJETA-REFERENCIA TO TNUM-C
               READ TARJETAS INVALID KEY
                   MOVE 0 TO CTA-ID-C
               END-READ
               IF CTA-ID-C = CTAID-INTRO
                   MOVE TARJETA-REFERENCIA TO TARJETA-ABONO
                   CLOSE TARJETAS
                   GO TO BUSCAR-TARJETA-ABONO-FIN
               END-IF
           END-IF.

           MOVE CTAID-INTRO TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C INVALID KEY
               CLOSE TARJETAS
               GO TO BUSCAR-TARJETA-ABONO-FIN.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO BUSCAR-TARJETA-ABONO-FIN.
           IF CTA-ID-C = CTAID-INTRO
               MOVE TNUM-C TO TARJETA-ABONO.
           CLOSE TARJETAS.

       BUSCAR-TARJETA-ABONO-FIN.
           EXIT.

       ABONAR-COMPENSACION.
           MOVE TARJETA-ABONO TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-ABONO
           ELSE
               MOVE 0 TO CENT-SALDO-ABONO.
           ADD CENT-COMPENSA TO CENT-SALDO-ABONO.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TARJETA-ABONO         TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           MOVE COMPENSA-ENT-INTRO    TO MOV-IMPORTE-ENT.
           MOVE COMPENSA-DEC-INTRO    TO MOV-IMPORTE-DEC.
           MOVE "Compensacion por reclamacion"
               TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-ABONO / 100).
           MOVE FUNCTION MOD(CENT-SALDO-ABONO, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "RCL"                 TO MOV-CANAL.
           MOVE "OTR"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       ABONAR-COMPENSACION-FIN.
           EXIT.

      * Carta de respuesta con el resultado, la compensacion y el
      * recurso al Servicio de Reclamaciones del Banco de Espana.
       ESCRIBIR-CARTA.
           PERFORM DESCRIBIR-RECLAMACION
               THRU DESCRIBIR-RECLAMACION-FIN.

           OPEN EXTEND F-CARTAS.
           IF FSCA = 35
               CLOSE F-CARTAS
               OPEN OUTPUT F-CARTAS
               CLOSE F-CARTAS
               OPEN EXTEND F-CARTAS.
           IF FSCA <> 00
               GO TO ESCRIBIR-CARTA-FIN.

           MOVE SPACES TO LINEA-CARTA.
           STRING "CARTA reclamacion " REC-NUM " cuenta " REC-CUENTA
               " " TITULAR-NOMBRE " " TITULAR-DIRECCION
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  Presentada el " FECHA-ALTA-TEXTO " ("
                   DELIMITED BY SIZE
               CATEGORIA-TEXTO DELIMITED BY "  "
               ") " DELIMITED BY SIZE
               REFERENCIA-TEXTO DELIMITED BY "  "
               INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  Resolucion: " RESULTADO-TEXTO
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  " REC-RESOLUCION
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           IF REC-COMPENSA-CENT > 0
               COMPUTE COMPENSA-TEXTO = REC-COMPENSA-CENT / 100
               MOVE SPACES TO LINEA-CARTA
               STRING "  Compensacion de " COMPENSA-TEXTO
                   " EUR abonada en la tarjeta " TARJETA-ABONO
                   DELIMITED BY SIZE INTO LINEA-CARTA
               WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  Si no esta conforme puede dirigirse al Servicio "
               "de Reclamaciones del Banco de Espana."
               DELIMITED BY SIZE INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           CLOSE F-CARTAS.

       ESCRIBIR-CARTA-FIN.
           EXIT.

       SIGUIENTE-REC-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "REC" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "REC" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-REC-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-REC-NUM-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "MOV" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
           EXIT.

      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSSA = 35
               CLOSE F-SALDOS
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS.
           IF FSSA <> 00
               GO TO ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE MOV-TARJETA TO SAL-TARJETA.
           COMPUTE SAL-CENT = (MOV-SALDOPOS-ENT * 100)
                             + MOV-SALDOPOS-DEC.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY CONTINUE.
           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-FIN.
           EXIT.

       LEER-SALDO-MAESTRO.
           MOVE 0 TO SALDOM-ENCONTRADO.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           MOVE 1 TO SALDOM-ENCONTRADO.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-FIN.
           EXIT.

       LEER-PARAMETRO.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           MOVE PARAM-BUSCADO TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-PARAMETRO-FIN.

           IF PAR-VALOR > 0
               MOVE PAR-VALOR TO PARAM-LEIDO.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
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
           MOVE "BANK63" TO AUD-PROGRAMA.
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
           MOVE "BANK63"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRE=" FSRE " " "FSU=" FSU " " "FSM=" FSM " "
               "FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-RECLAMACIONES.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
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
