       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK50.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           ALTERNATE RECORD KEY IS EMB-CUENTA WITH DUPLICATES
           FILE STATUS IS FSEM.

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

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.


           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Ordenes de embargo judiciales o administrativas sobre una
      * cuenta.  Estado A activa, C cumplida, L levantada.
       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(10).
           02 EMB-CUENTA            PIC 9(16).
           02 EMB-AUTORIDAD         PIC X(30).
           02 EMB-REFERENCIA        PIC X(20).
           02 EMB-ORDENADO-CENT     PIC S9(11).
           02 EMB-RETENIDO-CENT     PIC S9(11).
           02 EMB-FECHA-ALTA        PIC   9(8).
           02 EMB-FECHA-BAJA        PIC   9(8).
           02 EMB-OPERADOR          PIC   9(4).
           02 EMB-ESTADO            PIC   X(1).

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


       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).


       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSEM                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSK                      PIC  X(2).
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
       77 AUTORIDAD-INTRO          PIC X(30).
       77 REFERENCIA-INTRO         PIC X(20).
       77 IMPORTE-ENT-INTRO        PIC  9(7).
       77 IMPORTE-DEC-INTRO        PIC  9(2).
       77 EMBNUM-INTRO             PIC  9(10).

       77 LAST-EMB-NUM             PIC  9(10).
       77 IMPORTE-CENT             PIC S9(11).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

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

       01 EMBARGO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 35
               PIC 9(16) USING CTAID-INTRO.
           05 FILLER AUTO LINE 9 COL 35
               PIC X(30) USING AUTORIDAD-INTRO.
           05 FILLER AUTO LINE 10 COL 35
               PIC X(20) USING REFERENCIA-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 35
               PIC 9(7) USING IMPORTE-ENT-INTRO.
           05 FILLER BLANK ZERO LINE 11 COL 43
               PIC 9(2) USING IMPORTE-DEC-INTRO.

       01 EMBNUM-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(10) USING EMBNUM-INTRO.


      * Registro de ordenes de embargo judiciales y de la agencia
      * tributaria sobre una cuenta, y levantamiento de las mismas.
      * Mientras la orden esta activa BANKEMB retiene el saldo que
      * excede del minimo inembargable y BATCHEMB lo transfiere a la
      * autoridad emisora.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "UnizarBank - Embargos de cuentas" LINE 2
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
           DISPLAY "UnizarBank - Embargos de cuentas" LINE 2
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
           DISPLAY "1 - Registrar orden de embargo" LINE 8
               COLUMN 20.
           DISPLAY "2 - Levantar orden de embargo" LINE 9
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
           ACCEPT CHOICE LINE 24 COLUMN 80 ON EXCEPTION
               IF ESC-PRESSED
                   STOP RUN
               ELSE
                   GO TO PMENUA1.

           IF CHOICE = 1
               GO TO REGISTRAR-EMBARGO.
           IF CHOICE = 2
               GO TO LEVANTAR-EMBARGO.
           GO TO PMENUA1.

       REGISTRAR-EMBARGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar orden de embargo" LINE 6 COLUMN 27.
           INITIALIZE CTAID-INTRO.
           INITIALIZE AUTORIDAD-INTRO.
           INITIALIZE REFERENCIA-INTRO.
           INITIALIZE IMPORTE-ENT-INTRO.
           INITIALIZE IMPORTE-DEC-INTRO.
           DISPLAY "Cuenta:" LINE 8 COLUMN 10.
           DISPLAY "Autoridad emisora:" LINE 9 COLUMN 10.
           DISPLAY "Referencia:" LINE 10 COLUMN 10.
           DISPLAY "Importe ordenado:" LINE 11 COLUMN 10.
           DISPLAY "," LINE 11 COLUMN 42.
           DISPLAY "EUR" LINE 11 COLUMN 46.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT EMBARGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO REGISTRAR-EMBARGO.

           COMPUTE IMPORTE-CENT = (IMPORTE-ENT-INTRO * 100)
                                  + IMPORTE-DEC-INTRO.

           IF IMPORTE-CENT = 0
               DISPLAY "El importe debe ser mayor que cero" LINE 15
                   COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO EMBARGO-REINTENTO.

           IF AUTORIDAD-INTRO = SPACES OR REFERENCIA-INTRO = SPACES
               DISPLAY "Indique autoridad y referencia de la orden"
                   LINE 15 COLUMN 10 WITH BACKGROUND-COLOR RED
               GO TO EMBARGO-REINTENTO.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE CTAID-INTRO TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               DISPLAY "Esa cuenta no existe" LINE 15 COLUMN 10
                   WITH BACKGROUND-COLOR RED
               GO TO EMBARGO-REINTENTO.
           CLOSE CUENTAS.

           DISPLAY "Titular:" LINE 13 COLUMN 10.
           DISPLAY CTA-NOMBRE LINE 13 COLUMN 35.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-EMBARGO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO REGISTRAR-EMBARGO
           ELSE
               GO TO CONFIRMAR-EMBARGO.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-EMBARGO.

           PERFORM SIGUIENTE-EMB-NUM THRU SIGUIENTE-EMB-NUM-FIN.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           PERFORM ABRIR-EMBARGOS THRU ABRIR-EMBARGOS-FIN.

           MOVE LAST-EMB-NUM       TO EMB-NUM.
           MOVE CTAID-INTRO        TO EMB-CUENTA.
           MOVE AUTORIDAD-INTRO    TO EMB-AUTORIDAD.
           MOVE REFERENCIA-INTRO   TO EMB-REFERENCIA.
           MOVE IMPORTE-CENT       TO EMB-ORDENADO-CENT.
           MOVE 0                  TO EMB-RETENIDO-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO EMB-FECHA-ALTA.
           MOVE 0                  TO EMB-FECHA-BAJA.
           MOVE OPERADOR-ACTUAL    TO EMB-OPERADOR.
           MOVE "A"                TO EMB-ESTADO.
           WRITE EMBARGO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-EMBARGOS.

           MOVE "ALTA EMBARGO"    TO AUDIT-ACCION.
           MOVE LAST-EMB-NUM      TO AUDIT-CLAVE.
           MOVE CTAID-INTRO       TO AUDIT-ANTES.
           MOVE IMPORTE-CENT      TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Registrar orden de embargo" LINE 6 COLUMN 27.
           DISPLAY "Orden registrada con numero" LINE 10 COLUMN 15.
           DISPLAY LAST-EMB-NUM LINE 10 COLUMN 43.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       EMBARGO-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO REGISTRAR-EMBARGO.

      * El levantamiento libera lo que quedara por retener; lo ya
      * transferido a la autoridad no se revierte.
       LEVANTAR-EMBARGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Levantar orden de embargo" LINE 6 COLUMN 27.
           INITIALIZE EMBNUM-INTRO.
           DISPLAY "Numero de orden:" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT EMBNUM-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO LEVANTAR-EMBARGO.

           PERFORM ABRIR-EMBARGOS THRU ABRIR-EMBARGOS-FIN.

           MOVE EMBNUM-INTRO TO EMB-NUM.
           READ F-EMBARGOS INVALID KEY
               CLOSE F-EMBARGOS
               DISPLAY "Esa orden no existe" LINE 14 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO LEVANTAR-REINTENTO.

           IF EMB-ESTADO NOT = "A"
               CLOSE F-EMBARGOS
               DISPLAY "La orden no esta activa" LINE 14 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO LEVANTAR-REINTENTO.

           DISPLAY "Cuenta:" LINE 12 COLUMN 20.
           DISPLAY EMB-CUENTA LINE 12 COLUMN 45.
           DISPLAY "Referencia:" LINE 13 COLUMN 20.
           DISPLAY EMB-REFERENCIA LINE 13 COLUMN 45.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-LEVANTAR.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               CLOSE F-EMBARGOS
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO CONFIRMAR-LEVANTAR.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-LEVANTAR.

           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE EMB-FECHA-BAJA = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE "L" TO EMB-ESTADO.
           REWRITE EMBARGO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-EMBARGOS.

           MOVE "LEVANTA EMBARGO"   TO AUDIT-ACCION.
           MOVE EMBNUM-INTRO        TO AUDIT-CLAVE.
           MOVE EMB-RETENIDO-CENT   TO AUDIT-ANTES.
           MOVE "L"                 TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Levantar orden de embargo" LINE 6 COLUMN 27.
           DISPLAY "Orden de embargo levantada" LINE 10 COLUMN 27.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       LEVANTAR-REINTENTO.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO IMPRIMIR-CABECERA
           ELSE
               GO TO LEVANTAR-EMBARGO.

       ABRIR-EMBARGOS.
           OPEN I-O F-EMBARGOS.
           IF FSEM = 35 OR FSEM = 05
               CLOSE F-EMBARGOS
               OPEN OUTPUT F-EMBARGOS
               CLOSE F-EMBARGOS
               OPEN I-O F-EMBARGOS.
           IF FSEM <> 00
               GO TO PSYS-ERR.

       ABRIR-EMBARGOS-FIN.
           EXIT.

       SIGUIENTE-EMB-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "EMB" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "EMB" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-EMB-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE CONTADORES.

       SIGUIENTE-EMB-NUM-FIN.
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
           MOVE "BANK50" TO AUD-PROGRAMA.
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
           MOVE "BANK50"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSEM=" FSEM " " "FSU=" FSU " " "FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-EMBARGOS.
           CLOSE CONTADORES.
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
