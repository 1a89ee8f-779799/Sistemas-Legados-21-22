       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK67.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-ONGS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ONG-NUM
           FILE STATUS IS FSON.

           SELECT OPTIONAL F-DONATIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DON-NUM
           ALTERNATE RECORD KEY IS DON-ONG WITH DUPLICATES
           FILE STATUS IS FSDO.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           ALTERNATE RECORD KEY IS CTA-ID-E WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.


           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


           SELECT OPTIONAL F-MENSAJES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSJ-CLAVE
           FILE STATUS IS FSMS.


       DATA DIVISION.
       FILE SECTION.
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

      * Maestro de ONG que pueden recibir donativos (BANK66).
       FD F-ONGS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ongs.ubd".
       01 ONG-REG.
           02 ONG-NUM               PIC  9(4).
           02 ONG-NOMBRE            PIC X(30).
           02 ONG-CIF               PIC  X(9).
           02 ONG-IBAN              PIC X(34).
           02 ONG-ESTADO            PIC  X(1).
           02 ONG-PENDIENTE-CENT    PIC S9(11).
           02 ONG-FECHA-LIQ         PIC  9(8).

      * Donativos hechos en el cajero.  Estado P pendiente de
      * transferir a la ONG, L incluido en una liquidacion semanal
      * (DON-INTERB-NUM es la interbancaria que lo llevo).
       FD F-DONATIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "donativos.ubd".
       01 DONATIVO-REG.
           02 DON-NUM               PIC  9(10).
           02 DON-TARJETA           PIC  9(16).
           02 DON-ONG               PIC  9(4).
           02 DON-IMPORTE-CENT      PIC S9(11).
           02 DON-FECHA             PIC  9(8).
           02 DON-MOV-NUM           PIC  9(35).
           02 DON-ESTADO            PIC  X(1).
           02 DON-FECHA-LIQ         PIC  9(8).
           02 DON-INTERB-NUM        PIC  9(35).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM-E      PIC 9(16).
           02 TPIN-SALT-E  PIC  9(4).
           02 TPIN-HASH-E PIC  9(9).
           02 TCAD-E      PIC  9(6).
           02 CTA-ID-E    PIC 9(16).
           02 TPRIMER-USO-E PIC  X(1).
           02 TIDIOMA-E    PIC  X(2).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).


       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       FD F-MENSAJES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mensajes.ubd".
       01 MENSAJE-REG.
           02 MSJ-CLAVE.
               03 MSJ-IDIOMA        PIC  X(2).
               03 MSJ-NUM           PIC  9(4).
           02 MSJ-TEXTO             PIC  X(60).


       WORKING-STORAGE SECTION.
       77 FSMS                     PIC  X(2).
       77 IDIOMA-USUARIO           PIC  X(2) VALUE "ES".
       77 MSJ-NUM-BUSCADO          PIC  9(4).
       77 MSJ-TEXTO-USAR           PIC  X(60).
       77 IDIOMA-LEIDO             PIC  9(1) VALUE 0.
       77 FSFO                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 FSM                       PIC   X(2).
       77 FSON                      PIC   X(2).
       77 FSDO                      PIC   X(2).
       77 FSK                       PIC   X(2).
       77 FST                       PIC   X(2).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED         VALUE    0.
           88 ESC-PRESSED           VALUE 2005.
           88 TIMEOUT-PRESSED       VALUE 8001.
       77 PRESSED-KEY               PIC   9(4).

       77 SALDO-USER-ENT            PIC  S9(9).
       77 SALDO-USER-DEC            PIC   9(2).
       77 SALDO-USER-CENT           PIC S9(11).
       77 LAST-MOV-NUM              PIC  9(35).
       77 LAST-USER-MOV-NUM         PIC  9(35).
       77 LAST-DON-NUM              PIC  9(10).
       77 SALDO-POST-ENT            PIC  S9(9).
       77 SALDO-POST-DEC            PIC   9(2).

       77 ONG-INTRO                 PIC   9(4).
       77 DONATIVO-ENT              PIC   9(5).
       77 DONATIVO-DEC              PIC   9(2).
       77 DONATIVO-CENT             PIC   9(9).
       77 LINEA-ONG                 PIC   9(2).
       77 ONGS-LISTADAS             PIC   9(4).
       77 FECHA-HOY-AAAAMMDD        PIC   9(8).

       77 JUSTIF-DISPONIBLE         PIC   X(1) VALUE "N".

       01 DATOS-JUSTIFICANTE.
           02 JUS-TITULO           PIC  X(30).
           02 JUS-TARJETA          PIC  9(16).
           02 JUS-TERMINAL         PIC   9(4).
           02 JUS-REFERENCIA       PIC  9(35).
           02 JUS-IMPORTE-CENT     PIC S9(11).
           02 JUS-SALDO-CENT       PIC S9(11).
           02 JUS-CON-SALDO        PIC   X(1).


       01 DATOS-LIMITE.
           02 LIMC-TARJETA          PIC 9(16).
           02 LIMC-TIPO             PIC  X(3).
           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).
       01 DATOS-FRAUDE.
           02 FRAC-TARJETA          PIC 9(16).
           02 FRAC-TERMINAL         PIC  9(4).
           02 FRAC-OPERACION        PIC  X(3).
           02 FRAC-IMPORTE-CENT     PIC S9(11).
           02 FRAC-DESTINO          PIC X(34).
           02 FRAC-RESULTADO        PIC  X(1).
           02 FRAC-REGLA            PIC  X(3).
           02 FRAC-CASO             PIC  9(10).

       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).

       77 TARJETA-CREDITO          PIC   X(1) VALUE "N".
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       LINKAGE SECTION.
       77 TNUM                      PIC  9(16).
       77 TERMINAL-ID               PIC   9(4).


       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 INFO-SALDO.
           05 FILLER LINE 07 COL 26 VALUE IS "Saldo actual:".
           05 FILLER SIGN IS LEADING SEPARATE LINE 07 COL 40
               PIC S9(9) FROM SALDO-USER-ENT.
           05 FILLER LINE 07 COL 50 VALUE IS ".".
           05 FILLER LINE 07 COL 51 PIC 99 FROM SALDO-USER-DEC.
           05 FILLER LINE 07 COL 54 VALUE IS "EUR".

       01 ACCEPT-DONATIVO.
           05 FILLER LINE 20 COL 20 VALUE
               "Numero de ONG:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 20 COL 41 PIC 9(4) USING ONG-INTRO.
           05 FILLER LINE 21 COL 20 VALUE
               "Importe a donar:".
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 21 COL 41 PIC 9(5) USING DONATIVO-ENT.
           05 FILLER LINE 21 COL 46 VALUE ".".
           05 FILLER UNDERLINE AUTO
               LINE 21 COL 47 PIC 99 USING DONATIVO-DEC.
           05 FILLER LINE 21 COL 50 VALUE "EUR".
           05 FILLER LINE 22 COL 10
               VALUE "(presione [ENTER] para continuar".
           05 FILLER LINE 22 COL 43
               VALUE "con el donativo)".

       01 FORM-ERR.
           05 FILLER LINE 23 COL 14 BACKGROUND-COLOR RED VALUE
               "Por favor, rellene los campos con valores correctos".

       01 SALDOPOSTERIOR.
           05 FILLER SIGN IS LEADING SEPARATE LINE 14 COL 47
               PIC S9(9) FROM SALDO-POST-ENT.


      * Donativo desde el cajero a una de las ONG del maestro.  El
      * cargo se anota con categoria DON y queda en donativos.ubd
      * para que BATCHDON lo transfiera a la ONG y BATCHCDO lo
      * incluya en el certificado anual del donante.
       PROCEDURE DIVISION USING TNUM TERMINAL-ID.
       IMPRIMIR-CABECERA.
           PERFORM LEER-IDIOMA-TARJETA
               THRU LEER-IDIOMA-TARJETA-FIN.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           INITIALIZE MOVIMIENTO-REG.
           INITIALIZE DONATIVO-REG.

           PERFORM ASEGURAR-CONTADOR-MOV THRU ASEGURAR-CONTADOR-MOV-FIN.

           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE 1 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 2 COLUMN 26
               WITH FOREGROUND-COLOR IS 1.

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

           DISPLAY "Donativos a ONG" LINE 6 COLUMN 33.

       CONSULTA-SALDO.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-USER-MOV-NUM.

           MOVE TNUM TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO LAST-USER-MOV-FOUND.

       LECTURA-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO LAST-USER-MOV-FOUND.
           IF MOV-TARJETA NOT = TNUM
               GO TO LAST-USER-MOV-FOUND.
           IF LAST-USER-MOV-NUM < MOV-NUM
               MOVE MOV-NUM TO LAST-USER-MOV-NUM.
           GO TO LECTURA-MOV.

       LAST-USER-MOV-FOUND.
           MOVE TNUM TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               COMPUTE SALDO-USER-ENT = SAL-CENT / 100
               MOVE FUNCTION MOD(SAL-CENT, 100) TO SALDO-USER-DEC
           ELSE
               IF LAST-USER-MOV-NUM = 0
                   MOVE 0 TO SALDO-USER-ENT
                   MOVE 0 TO SALDO-USER-DEC
               ELSE
                   MOVE LAST-USER-MOV-NUM TO MOV-NUM
                   PERFORM READ-MOVIMIENTO THRU READ-MOVIMIENTO
                   MOVE MOV-SALDOPOS-ENT TO SALDO-USER-ENT
                   MOVE MOV-SALDOPOS-DEC TO SALDO-USER-DEC
               END-IF
           END-IF.

      * Se listan las ONG activas; en pantalla caben nueve, pero se
      * admite cualquier numero de ONG activa aunque no se vea.
       LISTAR-ONGS.
           MOVE 0 TO ONGS-LISTADAS.
           MOVE 9 TO LINEA-ONG.

           OPEN INPUT F-ONGS.
           IF FSON <> 00
               CLOSE F-ONGS
               GO TO SIN-ONGS.

       LEER-ONG-LISTA.
           READ F-ONGS NEXT RECORD AT END
               GO TO ONGS-LISTADAS-FIN.
           IF ONG-ESTADO NOT = "A"
               GO TO LEER-ONG-LISTA.
           ADD 1 TO ONGS-LISTADAS.
           IF LINEA-ONG > 17
               GO TO LEER-ONG-LISTA.
           DISPLAY ONG-NUM LINE LINEA-ONG COLUMN 15.
           DISPLAY "-" LINE LINEA-ONG COLUMN 20.
           DISPLAY ONG-NOMBRE LINE LINEA-ONG COLUMN 22.
           ADD 1 TO LINEA-ONG.
           GO TO LEER-ONG-LISTA.

       ONGS-LISTADAS-FIN.
           CLOSE F-ONGS.
           IF ONGS-LISTADAS = 0
               GO TO SIN-ONGS.

       PANTALLA-DONATIVO.
           DISPLAY INFO-SALDO.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 1.
           MOVE "ESC - Salir" TO MSJ-TEXTO-USAR.
           MOVE 6 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 66.

           INITIALIZE ONG-INTRO.
           INITIALIZE DONATIVO-ENT.
           INITIALIZE DONATIVO-DEC.

       WAIT-ORDER.
           ACCEPT ACCEPT-DONATIVO LINE 24 COLUMN 80
               WITH TIME-OUT 60000 ON EXCEPTION

              IF ESC-PRESSED THEN
                  CLOSE F-MOVIMIENTOS
                  EXIT PROGRAM
              END-IF

              IF TIMEOUT-PRESSED THEN
                  CLOSE F-MOVIMIENTOS
                  EXIT PROGRAM
              END-IF

           END-ACCEPT.

           COMPUTE DONATIVO-CENT = (DONATIVO-ENT * 100)
               + DONATIVO-DEC.
           IF ONG-INTRO = 0 OR DONATIVO-CENT = 0
               DISPLAY FORM-ERR
               GO TO WAIT-ORDER.

      * Solo se admite una ONG dada de alta y activa.
           OPEN INPUT F-ONGS.
           IF FSON <> 00
               CLOSE F-ONGS
               GO TO PSYS-ERR.
           MOVE ONG-INTRO TO ONG-NUM.
           READ F-ONGS INVALID KEY
               MOVE "B" TO ONG-ESTADO.
           CLOSE F-ONGS.
           IF ONG-ESTADO NOT = "A"
               DISPLAY FORM-ERR
               GO TO WAIT-ORDER.

       CALCULO-SUFICIENCIA.
           COMPUTE SALDO-USER-CENT = (SALDO-USER-ENT * 100)
                                     + SALDO-USER-DEC.

      * Las tarjetas de personas autorizadas solo operan dentro del
      * alcance y la vigencia de su autorizacion.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE DONATIVO-CENT TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C" OR "U" OR "V"
               GO TO AUTORIZADO-DENIEGA.

      * Con tarjeta de credito el donativo se carga contra el credito
      * disponible del ciclo y no contra el saldo.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               IF DONATIVO-CENT > CRE-DISPONIBLE-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           ELSE
               IF SALDO-USER-CENT < DONATIVO-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           END-IF.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "DON" TO LIMC-TIPO.
           MOVE DONATIVO-CENT TO LIMC-IMPORTE-CENT.
           CALL "BANKLIM" USING DATOS-LIMITE.
           IF LIMC-RESULTADO = "U" OR "D"
               GO TO LIMITE-SUPERADO.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE DONATIVO-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

      * Reglas de fraude en linea antes de cobrar el donativo.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "DON" TO FRAC-OPERACION.
           MOVE DONATIVO-CENT TO FRAC-IMPORTE-CENT.
           MOVE ONG-IBAN TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

       SALDO-SUFICIENTE.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE 1 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 2 COLUMN 26
               WITH FOREGROUND-COLOR IS 1.

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

           DISPLAY "Donativos a ONG" LINE 6 COLUMN 33.
           DISPLAY "Vas a donar un importe de" LINE 8 COLUMN 15.
           DISPLAY DONATIVO-ENT LINE 8 COLUMN 42.
           DISPLAY "." LINE 8 COLUMN 47.
           DISPLAY DONATIVO-DEC LINE 8 COLUMN 48.
           DISPLAY "EUR" LINE 8 COLUMN 51.
           DISPLAY "a la ONG" LINE 9 COLUMN 15.
           DISPLAY ONG-NOMBRE LINE 9 COLUMN 24.
           DISPLAY "CIF" LINE 10 COLUMN 15.
           DISPLAY ONG-CIF LINE 10 COLUMN 24.

           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 2.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       SALDO-SUF-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED THEN
               GO TO GUARDAR-DONATIVO
           ELSE
               IF ESC-PRESSED THEN
                   CLOSE F-MOVIMIENTOS
                   EXIT PROGRAM
               ELSE
                   IF TIMEOUT-PRESSED THEN
                       CLOSE F-MOVIMIENTOS
                       EXIT PROGRAM
                   ELSE
                       GO TO SALDO-SUF-ENTER
                   END-IF
               END-IF
           END-IF.

       GUARDAR-DONATIVO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               MOVE DONATIVO-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT DONATIVO-CENT FROM SALDO-USER-CENT
           END-IF.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.

           MOVE LAST-MOV-NUM         TO MOV-NUM.
           MOVE TNUM                 TO MOV-TARJETA.
           MOVE ANO                  TO MOV-ANO.
           MOVE MES                  TO MOV-MES.
           MOVE DIA                  TO MOV-DIA.
           MOVE HORAS                TO MOV-HOR.
           MOVE MINUTOS              TO MOV-MIN.
           MOVE SEGUNDOS             TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - DONATIVO-ENT.
           MOVE DONATIVO-DEC         TO MOV-IMPORTE-DEC.
           MOVE SPACES               TO MOV-CONCEPTO.
           STRING "Donativo ONG " ONG-NUM " " ONG-NOMBRE
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC       TO MOV-SALDOPOS-DEC.
           MOVE " "                  TO MOV-ESTADO.
           MOVE "EUR"                TO MOV-MONEDA.
           MOVE TERMINAL-ID   TO MOV-TERMINAL.
           MOVE "ATM"           TO MOV-CANAL.
           MOVE "DON"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           PERFORM ANOTAR-DONATIVO THRU ANOTAR-DONATIVO-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE DONATIVO-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

       PANTALLA-DONATIVO-OK.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Muchas gracias por su donativo" LINE 9
               COLUMN 25.
           DISPLAY "Conserve su numero de operacion:" LINE 10
               COLUMN 20.
           DISPLAY LAST-MOV-NUM LINE 10 COLUMN 53.
           DISPLAY "El saldo resultante es de" LINE 12 COLUMN 21.
           DISPLAY SALDOPOSTERIOR.
           DISPLAY "." LINE 14 COLUMN 57.
           DISPLAY SALDO-POST-DEC LINE 14 COLUMN 58.
           DISPLAY "En enero recibira el certificado para su"
               LINE 16 COLUMN 20.
           DISPLAY "declaracion de la renta" LINE 17 COLUMN 29.

           MOVE "Donativo a ONG"         TO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           MOVE TERMINAL-ID              TO JUS-TERMINAL.
           MOVE LAST-MOV-NUM             TO JUS-REFERENCIA.
           COMPUTE JUS-IMPORTE-CENT = 0 - DONATIVO-CENT.
           MOVE SALDO-USER-CENT          TO JUS-SALDO-CENT.
           MOVE "S"                      TO JUS-CON-SALDO.
           MOVE "S"                      TO JUSTIF-DISPONIBLE.
           DISPLAY "1 + Enter - Justificante" LINE 24 COLUMN 1.

           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       SIN-ONGS.
           CLOSE F-MOVIMIENTOS.
           DISPLAY "No hay ONG disponibles en este momento" LINE 9
               COLUMN 21 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       SALDO-INSUFICIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Lamentamos comunicarle que" LINE 8 COLUMN 27
               WITH BACKGROUND-COLOR RED.
           DISPLAY "su saldo es insuficiente" LINE 9 COLUMN 28
               WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           GO TO EXIT-ENTER.

       LIMITE-SUPERADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF LIMC-RESULTADO = "U"
               DISPLAY "Supera el limite por operacion" LINE 8
                   COLUMN 25 WITH BACKGROUND-COLOR RED
           ELSE
               DISPLAY "Supera el limite diario" LINE 8
                   COLUMN 28 WITH BACKGROUND-COLOR RED.
           DISPLAY "de este tipo de operacion" LINE 9 COLUMN 27
               WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           GO TO EXIT-ENTER.

       TUTOR-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF MENC-RESULTADO = "P"
               DISPLAY "Opcion no permitida por el tutor" LINE 8
                   COLUMN 24 WITH BACKGROUND-COLOR RED
           ELSE
               DISPLAY "Supera el tope fijado por el tutor" LINE 8
                   COLUMN 23 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           GO TO EXIT-ENTER.

       AUTORIZADO-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas!!"
                   LINE 8 COLUMN 19 WITH BACKGROUND-COLOR RED.
           IF AUTC-RESULTADO = "U"
               DISPLAY "Supera el importe de su autorizacion!!"
                   LINE 8 COLUMN 21 WITH BACKGROUND-COLOR RED.
           IF AUTC-RESULTADO = "V"
               DISPLAY "Autorizacion revocada o fuera de vigencia!!"
                   LINE 8 COLUMN 19 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           GO TO EXIT-ENTER.

       FRAUDE-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion denegada por seguridad" LINE 8
               COLUMN 24 WITH BACKGROUND-COLOR RED.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida, le llamaremos" LINE 9
                   COLUMN 24 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           GO TO EXIT-ENTER.

      * Alta del donativo pendiente de transferir a la ONG.  El
      * numero es el siguiente al mayor existente.
       ANOTAR-DONATIVO.
           OPEN I-O F-DONATIVOS.
           IF FSDO = 35
               CLOSE F-DONATIVOS
               OPEN OUTPUT F-DONATIVOS
               CLOSE F-DONATIVOS
               OPEN I-O F-DONATIVOS.
           IF FSDO <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-DON-NUM.

       LEER-DONATIVO-MAX.
           READ F-DONATIVOS NEXT RECORD AT END
               GO TO ESCRIBIR-DONATIVO.
           IF DON-NUM > LAST-DON-NUM
               MOVE DON-NUM TO LAST-DON-NUM.
           GO TO LEER-DONATIVO-MAX.

       ESCRIBIR-DONATIVO.
           ADD 1 TO LAST-DON-NUM.
           MOVE LAST-DON-NUM       TO DON-NUM.
           MOVE TNUM               TO DON-TARJETA.
           MOVE ONG-NUM            TO DON-ONG.
           MOVE DONATIVO-CENT      TO DON-IMPORTE-CENT.
           MOVE FECHA-HOY-AAAAMMDD TO DON-FECHA.
           MOVE LAST-MOV-NUM       TO DON-MOV-NUM.
           MOVE "P"                TO DON-ESTADO.
           MOVE 0                  TO DON-FECHA-LIQ.
           MOVE 0                  TO DON-INTERB-NUM.
           WRITE DONATIVO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-DONATIVOS.

       ANOTAR-DONATIVO-FIN.
           EXIT.

       ASEGURAR-CONTADOR-MOV.
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
               PERFORM SEMBRAR-CONTADOR-MOV
                   THRU SEMBRAR-CONTADOR-MOV-FIN.
           CLOSE CONTADORES.

       ASEGURAR-CONTADOR-MOV-FIN.
           EXIT.

       SEMBRAR-CONTADOR-MOV.
           MOVE 0 TO CONT-VALOR.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO PSYS-ERR.

       SEMBRAR-LEER-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO SEMBRAR-MOV-LEIDO.
           IF MOV-NUM > CONT-VALOR
               MOVE MOV-NUM TO CONT-VALOR.
           GO TO SEMBRAR-LEER-MOV.

       SEMBRAR-MOV-LEIDO.
           CLOSE F-MOVIMIENTOS.

           MOVE "MOV" TO CONT-ID.
           WRITE CONTADOR-REG INVALID KEY GO TO PSYS-ERR.

       SEMBRAR-CONTADOR-MOV-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE 0 TO CONT-VALOR.

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
               GO TO LEER-SALDO-MAESTRO-FIN.

           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           MOVE 1 TO SALDOM-ENCONTRADO.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK67"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSM=" FSM " " "FSON=" FSON " " "FSDO=" FSDO " "
               "FSK=" FSK
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TNUM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ONGS.
           CLOSE F-DONATIVOS.
           CLOSE TARJETAS.
           CLOSE CONTADORES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COLUMN 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

       EXIT-ENTER.
           INITIALIZE PRESSED-KEY.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               IF PRESSED-KEY = 1 AND JUSTIF-DISPONIBLE = "S"
                   PERFORM EMITIR-JUSTIFICANTE
                       THRU EMITIR-JUSTIFICANTE-FIN
                   GO TO EXIT-ENTER
               ELSE
                   EXIT PROGRAM
               END-IF
           ELSE
               IF TIMEOUT-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO EXIT-ENTER.

      * Justificante impreso opcional del donativo recien hecho,
      * con el numero de movimiento como referencia de reclamacion.
       EMITIR-JUSTIFICANTE.
           MOVE "N" TO JUSTIF-DISPONIBLE.
           CALL "BANKJUS" USING DATOS-JUSTIFICANTE.
           DISPLAY "Justificante impreso" LINE 22 COLUMN 31.

       EMITIR-JUSTIFICANTE-FIN.
           EXIT.


       READ-MOVIMIENTO.
           READ F-MOVIMIENTOS INVALID KEY GO TO PSYS-ERR.

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

      * El idioma de pantalla se toma una sola vez de la tarjeta.
       LEER-IDIOMA-TARJETA.
           IF IDIOMA-LEIDO = 1
               GO TO LEER-IDIOMA-TARJETA-FIN.
           MOVE 1 TO IDIOMA-LEIDO.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO LEER-IDIOMA-TARJETA-FIN.

           MOVE TNUM TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO LEER-IDIOMA-TARJETA-FIN.

           IF TIDIOMA-E = "EN" OR TIDIOMA-E = "ES"
               MOVE TIDIOMA-E TO IDIOMA-USUARIO.
           CLOSE TARJETAS.

       LEER-IDIOMA-TARJETA-FIN.
           EXIT.

      * Texto de pantalla en el idioma de la tarjeta; si falta la
      * traduccion se conserva el texto castellano por defecto.
       LEER-MENSAJE.
           OPEN INPUT F-MENSAJES.
           IF FSMS <> 00
               CLOSE F-MENSAJES
               GO TO LEER-MENSAJE-FIN.

           MOVE IDIOMA-USUARIO  TO MSJ-IDIOMA.
           MOVE MSJ-NUM-BUSCADO TO MSJ-NUM.
           READ F-MENSAJES INVALID KEY
               CLOSE F-MENSAJES
               GO TO LEER-MENSAJE-FIN.

           MOVE MSJ-TEXTO TO MSJ-TEXTO-USAR.
           CLOSE F-MENSAJES.

       LEER-MENSAJE-FIN.
           EXIT.

      * Tarjeta de credito: BANKCRE indica si la tarjeta tiene linea
      * de credito activa y cuanto queda disponible en el ciclo.
       CONSULTAR-CREDITO.
           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           MOVE "N" TO TARJETA-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "S" TO TARJETA-CREDITO.

       CONSULTAR-CREDITO-FIN.
           EXIT.
