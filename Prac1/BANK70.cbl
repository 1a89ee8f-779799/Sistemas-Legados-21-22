       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK70.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LOTECTRL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTE-CTRL-ID
           FILE STATUS IS FSLC.

           SELECT OPTIONAL F-SALDOSFOTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SFT-TARJETA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSSF.

           SELECT OPTIONAL F-PENDIENTESAF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSF-NUM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSPS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-CASSETES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-CLAVE
           FILE STATUS IS FSC.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-MENSAJES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSJ-CLAVE
           FILE STATUS IS FSMS.


       DATA DIVISION.
       FILE SECTION.
       FD F-LOTECTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "lotectrl.ubd".
       01 LOTECTRL-REG.
           02 LOTE-CTRL-ID          PIC X(10).
           02 LOTE-ESTADO           PIC  X(1).
           02 LOTE-FECHA            PIC  9(8).
           02 LOTE-HORA-INI         PIC  9(6).
           02 LOTE-LIMITE-CENT      PIC  9(9).

       FD F-SALDOSFOTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosfoto.ubd".
       01 SALDOFOTO-REG.
           02 SFT-TARJETA           PIC 9(16).
           02 SFT-SALDO-CENT        PIC S9(11).
           02 SFT-DISPONIBLE-CENT   PIC S9(11).
           02 SFT-RETIRADO-CENT     PIC S9(11).
           02 SFT-OPERABLE          PIC  X(1).

      * Retiradas autorizadas en diferido durante la ventana del lote.
      * PSF-FECHA/PSF-HORA son del reloj del cajero.  PSF-MOV-NUM es
      * el numero reservado en el cajero, referencia del justificante
      * y de la entrega del dispensador; PSF-MOV-CARGO el movimiento
      * que escribe BATCHSAF al aplicarla, numerado en su turno para
      * que los resumenes mensuales lo recojan.  PSF-ESTADO: P
      * pendiente, A aplicada, F fallida.
       FD F-PENDIENTESAF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendientesaf.ubd".
       01 PENDIENTESAF-REG.
           02 PSF-NUM               PIC  9(10).
           02 PSF-TARJETA           PIC  9(16).
           02 PSF-TERMINAL          PIC   9(4).
           02 PSF-IMPORTE-CENT      PIC   9(9).
           02 PSF-FECHA             PIC   9(8).
           02 PSF-HORA              PIC   9(6).
           02 PSF-FECHA-LOTE        PIC   9(8).
           02 PSF-MOV-NUM           PIC  9(35).
           02 PSF-MOV-CARGO         PIC  9(35).
           02 PSF-ESTADO            PIC   X(1).
           02 PSF-FECHA-APLIC       PIC   9(8).
           02 PSF-MOTIVO            PIC  X(30).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC   9(2).
           02 MOV-ESTADO           PIC   X(1).
           02 MOV-MONEDA           PIC   X(3).
           02 MOV-TERMINAL         PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-CASSETES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cassettes.ubd".
       01 CASSETE-REG.
           02 CAS-CLAVE.
               03 CAS-TERMINAL       PIC   9(4).
               03 CAS-DENOMINACION   PIC   9(2).
           02 CAS-CANTIDAD           PIC   9(5).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-MENSAJES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mensajes.ubd".
       01 MENSAJE-REG.
           02 MSJ-CLAVE.
               03 MSJ-IDIOMA        PIC  X(2).
               03 MSJ-NUM           PIC  9(4).
           02 MSJ-TEXTO             PIC  X(60).


       WORKING-STORAGE SECTION.
       77 FSLC                     PIC  X(2).
       77 FSSF                     PIC  X(2).
       77 FSPS                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSMS                     PIC  X(2).
       77 IDIOMA-USUARIO           PIC  X(2) VALUE "ES".
       77 MSJ-NUM-BUSCADO          PIC  9(4).
       77 MSJ-TEXTO-USAR           PIC  X(60).
       77 IDIOMA-LEIDO             PIC  9(1) VALUE 0.

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

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
           88 ENTER-PRESSED       VALUE      0.
           88 PGUP-PRESSED        VALUE   2001.
           88 PGDN-PRESSED        VALUE   2002.
           88 UP-ARROW-PRESSED    VALUE   2003.
           88 DOWN-ARROW-PRESSED  VALUE   2004.
           88 ESC-PRESSED         VALUE   2005.
           88 TIMEOUT-PRESSED     VALUE   8001.

       77 PRESSED-KEY              PIC   9(4).
       77 LAST-MOV-NUM             PIC   9(35).
       77 LAST-PSF-NUM             PIC   9(10).
       77 MOV-NUM-RESERVADO        PIC   9(35).
       77 FECHA-LOTE               PIC   9(8).
       77 LIMITE-VENTANA-CENT      PIC   9(9).
       77 VENTANA-ESTADO           PIC   X(1).

       77 EURENT-USUARIO           PIC   9(7).
       77 EURDEC-USUARIO           PIC   9(2).
       77 CENT-IMPOR-USER          PIC   9(9).
       77 DISPONIBLE-CENT          PIC  S9(11).
       77 RESTO-TOPE-CENT          PIC  S9(11).
       77 DISPONIBLE-ENT           PIC   9(7).
       77 DISPONIBLE-DEC           PIC   9(2).
       77 FOTO-ENCONTRADA          PIC   9(1).

       77 DISPONIBLE-50            PIC   9(5).
       77 DISPONIBLE-20            PIC   9(5).
       77 DISPONIBLE-10            PIC   9(5).
       77 NUM-BILL50                PIC   9(5).
       77 NUM-BILL20                PIC   9(5).
       77 NUM-BILL10                PIC   9(5).
       77 IMPORTE-RESTANTE-CENT    PIC   9(9).
       77 ENTREGADO-ENT            PIC   9(7).

       77 JUSTIF-DISPONIBLE        PIC    X(1) VALUE "N".
       01 DATOS-JUSTIFICANTE.
           02 JUS-TITULO           PIC  X(30).
           02 JUS-TARJETA          PIC  9(16).
           02 JUS-TERMINAL         PIC   9(4).
           02 JUS-REFERENCIA       PIC  9(35).
           02 JUS-IMPORTE-CENT     PIC S9(11).
           02 JUS-SALDO-CENT       PIC S9(11).
           02 JUS-CON-SALDO        PIC   X(1).

       77 BILLETES-PRESENTADOS     PIC   X(1) VALUE "N".
       01 DATOS-DISPENSACION.
           02 DSPC-OPERACION        PIC  X(1).
           02 DSPC-MOV-NUM          PIC  9(35).
           02 DSPC-TARJETA          PIC  9(16).
           02 DSPC-TERMINAL         PIC  9(4).
           02 DSPC-CANAL            PIC  X(3).
           02 DSPC-CREDITO          PIC  X(1).
           02 DSPC-BILL50           PIC  9(5).
           02 DSPC-BILL20           PIC  9(5).
           02 DSPC-BILL10           PIC  9(5).
           02 DSPC-COMISION-CENT    PIC  9(9).
           02 DSPC-RESULTADO        PIC  X(1).
           02 DSPC-ENTREGADO-CENT   PIC  9(9).

       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).
       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 TERMINAL-ID              PIC   9(4).



       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.


       01 ENTRADA-USUARIO.
           05 FILLER BLANK ZERO AUTO UNDERLINE
               LINE 12 COL 40 PIC 9(7) USING EURENT-USUARIO.
           05 FILLER BLANK ZERO UNDERLINE
               LINE 12 COL 48 PIC 9(2) USING EURDEC-USUARIO.

       01 DISPONIBLE-DISPLAY.
           05 FILLER LINE 10 COL 40 PIC ZZZZZZ9 FROM DISPONIBLE-ENT.
           05 FILLER LINE 10 COL 47 VALUE ".".
           05 FILLER LINE 10 COL 48 PIC 99 FROM DISPONIBLE-DEC.
           05 FILLER LINE 10 COL 51 VALUE "EUR".




      * Retirada de efectivo durante la ventana del lote nocturno.
      * No toca movimientos ni saldos: autoriza contra la foto que
      * saco BATCHSNP, con el tope por tarjeta de la ventana, y deja
      * la operacion en pendientesaf.ubd para que BATCHSAF la cargue
      * con la nueva fecha contable.
       PROCEDURE DIVISION USING TNUM TERMINAL-ID.
       IMPRIMIR-CABECERA.
           PERFORM LEER-IDIOMA-TARJETA
               THRU LEER-IDIOMA-TARJETA-FIN.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE 1 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 2 COLUMN 26
               WITH FOREGROUND-COLOR IS 1.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA LINE 4 COLUMN 32.
           DISPLAY "-" LINE 4 COLUMN 34.
           DISPLAY MES LINE 4 COLUMN 35.
           DISPLAY "-" LINE 4 COLUMN 37.
           DISPLAY ANO LINE 4 COLUMN 38.
           DISPLAY HORAS LINE 4 COLUMN 44.
           DISPLAY ":" LINE 4 COLUMN 46.
           DISPLAY MINUTOS LINE 4 COLUMN 47.




       CONSULTA-VENTANA SECTION.
           PERFORM LEER-VENTANA THRU LEER-VENTANA-FIN.
           IF VENTANA-ESTADO NOT = "A"
               GO TO SERVICIO-NO-DISPONIBLE.

           PERFORM LEER-FOTO THRU LEER-FOTO-FIN.
           IF FOTO-ENCONTRADA = 0
               GO TO TARJETA-NO-OPERABLE.
           IF SFT-OPERABLE NOT = "S"
               GO TO TARJETA-NO-OPERABLE.

      * Lo que se puede sacar es lo menor entre lo que quedaba en la
      * foto y lo que falta para el tope de la ventana.
           COMPUTE DISPONIBLE-CENT = SFT-DISPONIBLE-CENT
               - SFT-RETIRADO-CENT.
           COMPUTE RESTO-TOPE-CENT = LIMITE-VENTANA-CENT
               - SFT-RETIRADO-CENT.
           IF RESTO-TOPE-CENT < DISPONIBLE-CENT
               MOVE RESTO-TOPE-CENT TO DISPONIBLE-CENT.
           IF DISPONIBLE-CENT < 0
               MOVE 0 TO DISPONIBLE-CENT.
           COMPUTE DISPONIBLE-ENT = DISPONIBLE-CENT / 100.
           MOVE FUNCTION MOD(DISPONIBLE-CENT, 100) TO DISPONIBLE-DEC.

           IF DISPONIBLE-CENT < 1000
               GO TO TARJETA-SIN-DISPONIBLE.


       PANTALLA-RETIRADA SECTION.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 1.
           MOVE "ESC - Cancelar" TO MSJ-TEXTO-USAR.
           MOVE 3 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 66.

           MOVE "Retirar efectivo" TO MSJ-TEXTO-USAR.
           MOVE 30 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 7 COLUMN 30.
           DISPLAY "Servicio reducido por cierre contable" LINE 8
               COLUMN 21 WITH FOREGROUND-COLOR IS BLACK
                              BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Puede retirar hasta:" LINE 10 COLUMN 19.
           DISPLAY DISPONIBLE-DISPLAY.

           MOVE "Indique la cantidad:" TO MSJ-TEXTO-USAR.
           MOVE 44 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 12 COLUMN 19.
           DISPLAY "." LINE 12 COLUMN 47.
           DISPLAY "EUR" LINE 12 COLUMN 51.

           ACCEPT ENTRADA-USUARIO ON EXCEPTION
           IF ESC-PRESSED THEN
               EXIT PROGRAM
           ELSE
               GO TO PANTALLA-RETIRADA
           END-IF.

           COMPUTE CENT-IMPOR-USER = (EURENT-USUARIO * 100)
                                     + EURDEC-USUARIO.

           IF CENT-IMPOR-USER = 0
               GO TO PANTALLA-RETIRADA.

           IF FUNCTION MOD(CENT-IMPOR-USER, 1000) NOT = 0 THEN
               DISPLAY "La cantidad debe ser multiplo de 10 EUR!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.

           IF CENT-IMPOR-USER > DISPONIBLE-CENT
               DISPLAY "Indique una cantidad menor!!" LINE 15 COLUMN 19
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.

      * Durante la ventana siguen valiendo el alcance de la
      * autorizacion y los topes del tutor, como en BANK4.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE CENT-IMPOR-USER TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.
           IF AUTC-RESULTADO = "U"
               DISPLAY "Supera el importe de su autorizacion!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.
           IF AUTC-RESULTADO = "V"
               DISPLAY "Autorizacion revocada o fuera de vigencia!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "RET" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "U"
               DISPLAY "Supera el tope por operacion de su tutor!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.
           IF MENC-RESULTADO = "D"
               DISPLAY "Supera el tope diario fijado por su tutor!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.
           IF MENC-RESULTADO = "P"
               DISPLAY "Retirada no permitida por su tutor!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.

           GO TO CALCULAR-BILLETES.

       PANTALLA-RETIRADA-ERR.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               GO TO PANTALLA-RETIRADA
           ELSE
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF TIMEOUT-PRESSED
                       EXIT PROGRAM
                   ELSE
                       GO TO PANTALLA-RETIRADA-ERR.


      * Solo reparto automatico: durante la ventana no se ofrece la
      * eleccion de billetes.
       CALCULAR-BILLETES SECTION.
           MOVE 0 TO DISPONIBLE-50.
           MOVE 0 TO DISPONIBLE-20.
           MOVE 0 TO DISPONIBLE-10.

           OPEN INPUT F-CASSETES.
           IF FSC <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE TERMINAL-ID TO CAS-TERMINAL.
           MOVE 50 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO LECTURA-CAS-20.
           MOVE CAS-CANTIDAD TO DISPONIBLE-50.

       LECTURA-CAS-20.
           MOVE 20 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO LECTURA-CAS-10.
           MOVE CAS-CANTIDAD TO DISPONIBLE-20.

       LECTURA-CAS-10.
           MOVE 10 TO CAS-DENOMINACION.
           READ F-CASSETES INVALID KEY GO TO CAS-LEIDOS.
           MOVE CAS-CANTIDAD TO DISPONIBLE-10.

       CAS-LEIDOS.
           CLOSE F-CASSETES.

           MOVE CENT-IMPOR-USER TO IMPORTE-RESTANTE-CENT.

           COMPUTE NUM-BILL50 = IMPORTE-RESTANTE-CENT / 5000.
           IF NUM-BILL50 > DISPONIBLE-50
               MOVE DISPONIBLE-50 TO NUM-BILL50.
           COMPUTE IMPORTE-RESTANTE-CENT = IMPORTE-RESTANTE-CENT
               - (NUM-BILL50 * 5000).

           COMPUTE NUM-BILL20 = IMPORTE-RESTANTE-CENT / 2000.
           IF NUM-BILL20 > DISPONIBLE-20
               MOVE DISPONIBLE-20 TO NUM-BILL20.
           COMPUTE IMPORTE-RESTANTE-CENT = IMPORTE-RESTANTE-CENT
               - (NUM-BILL20 * 2000).

           COMPUTE NUM-BILL10 = IMPORTE-RESTANTE-CENT / 1000.
           IF NUM-BILL10 > DISPONIBLE-10
               MOVE DISPONIBLE-10 TO NUM-BILL10.
           COMPUTE IMPORTE-RESTANTE-CENT = IMPORTE-RESTANTE-CENT
               - (NUM-BILL10 * 1000).

           IF IMPORTE-RESTANTE-CENT NOT = 0 THEN
               DISPLAY "Cajero sin billetes suficientes, pruebe"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               DISPLAY "otra cantidad" LINE 16 COLUMN 19
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA-ERR
           END-IF.


       ANOTAR-PENDIENTE SECTION.
      * La ventana se vuelve a mirar justo antes de anotar: si el
      * lote ha cerrado entretanto la operacion no se hace aqui.
           PERFORM LEER-VENTANA THRU LEER-VENTANA-FIN.
           IF VENTANA-ESTADO NOT = "A"
               GO TO SERVICIO-NO-DISPONIBLE.

           PERFORM ASEGURAR-CONTADOR-MOV THRU ASEGURAR-CONTADOR-MOV-FIN.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM TO MOV-NUM-RESERVADO.

      * Lo retirado se acumula en la foto antes de entregar, para que
      * una segunda retirada no vuelva a contar con el mismo saldo.
           OPEN I-O F-SALDOSFOTO.
           IF FSSF <> 00
               GO TO PSYS-ERR.
           MOVE TNUM TO SFT-TARJETA.
           READ F-SALDOSFOTO INVALID KEY
               CLOSE F-SALDOSFOTO
               GO TO PSYS-ERR.
           IF CENT-IMPOR-USER > SFT-DISPONIBLE-CENT - SFT-RETIRADO-CENT
              OR CENT-IMPOR-USER > LIMITE-VENTANA-CENT
                                   - SFT-RETIRADO-CENT
               CLOSE F-SALDOSFOTO
               GO TO TARJETA-SIN-DISPONIBLE.
           ADD CENT-IMPOR-USER TO SFT-RETIRADO-CENT.
           REWRITE SALDOFOTO-REG INVALID KEY
               CLOSE F-SALDOSFOTO
               GO TO PSYS-ERR.
           CLOSE F-SALDOSFOTO.

           OPEN I-O F-PENDIENTESAF.
           IF FSPS = 35
               CLOSE F-PENDIENTESAF
               OPEN OUTPUT F-PENDIENTESAF
               CLOSE F-PENDIENTESAF
               OPEN I-O F-PENDIENTESAF.
           IF FSPS <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-PSF-NUM.

       LEER-PENDIENTE-MAX.
           READ F-PENDIENTESAF NEXT RECORD AT END
               GO TO ESCRIBIR-PENDIENTE.
           IF PSF-NUM > LAST-PSF-NUM
               MOVE PSF-NUM TO LAST-PSF-NUM.
           GO TO LEER-PENDIENTE-MAX.

       ESCRIBIR-PENDIENTE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           ADD 1 TO LAST-PSF-NUM.
           MOVE LAST-PSF-NUM        TO PSF-NUM.
           MOVE TNUM                TO PSF-TARJETA.
           MOVE TERMINAL-ID         TO PSF-TERMINAL.
           MOVE CENT-IMPOR-USER     TO PSF-IMPORTE-CENT.
           MOVE FECHA               TO PSF-FECHA.
           MOVE HORA(1:6)           TO PSF-HORA.
           MOVE FECHA-LOTE          TO PSF-FECHA-LOTE.
           MOVE MOV-NUM-RESERVADO   TO PSF-MOV-NUM.
           MOVE 0                   TO PSF-MOV-CARGO.
           MOVE "P"                 TO PSF-ESTADO.
           MOVE 0                   TO PSF-FECHA-APLIC.
           MOVE SPACES              TO PSF-MOTIVO.
           WRITE PENDIENTESAF-REG INVALID KEY
               CLOSE F-PENDIENTESAF
               GO TO PSYS-ERR.
           CLOSE F-PENDIENTESAF.

      * El dispensador anota la entrega contra el numero reservado;
      * si falta algo, BATCHDSP lo abona tras el recuento.
           MOVE "E"               TO DSPC-OPERACION.
           MOVE MOV-NUM-RESERVADO TO DSPC-MOV-NUM.
           MOVE TNUM              TO DSPC-TARJETA.
           MOVE TERMINAL-ID       TO DSPC-TERMINAL.
           MOVE "ATM"             TO DSPC-CANAL.
           MOVE "N"               TO DSPC-CREDITO.
           MOVE NUM-BILL50        TO DSPC-BILL50.
           MOVE NUM-BILL20        TO DSPC-BILL20.
           MOVE NUM-BILL10        TO DSPC-BILL10.
           MOVE 0                 TO DSPC-COMISION-CENT.
           CALL "BANKDSP" USING DATOS-DISPENSACION.
           IF DSPC-RESULTADO = "D" OR DSPC-RESULTADO = "P"
               MOVE "S" TO BILLETES-PRESENTADOS.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "RET" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.


       FINALIZACION SECTION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Retirar efectivo" TO MSJ-TEXTO-USAR.
           MOVE 30 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 8 COLUMN 30.
           IF DSPC-RESULTADO = "F"
               DISPLAY "El cajero no ha podido entregar el efectivo"
                   LINE 10 COLUMN 19
               DISPLAY "Se le abonara tras el recuento del cajero"
                   LINE 13 COLUMN 19
               GO TO FINALIZACION-AVISO.
           MOVE "Por favor, retire los billetes" TO MSJ-TEXTO-USAR.
           MOVE 45 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 10 COLUMN 19.
           IF DSPC-RESULTADO = "P"
               COMPUTE ENTREGADO-ENT = DSPC-ENTREGADO-CENT / 100
               DISPLAY "Entrega incompleta: " LINE 13 COLUMN 19
               DISPLAY ENTREGADO-ENT LINE 13 COLUMN 39
               DISPLAY " EUR; el resto se abonara tras el recuento"
                   LINE 13 COLUMN 46.

       FINALIZACION-AVISO.
           DISPLAY "La retirada se anotara en su cuenta al terminar"
               LINE 16 COLUMN 16.
           DISPLAY "el cierre contable" LINE 17 COLUMN 31.

           MOVE "Retirada de efectivo"   TO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           MOVE TERMINAL-ID              TO JUS-TERMINAL.
           MOVE MOV-NUM-RESERVADO        TO JUS-REFERENCIA.
           COMPUTE JUS-IMPORTE-CENT = 0 - CENT-IMPOR-USER.
           MOVE 0                        TO JUS-SALDO-CENT.
           MOVE "N"                      TO JUS-CON-SALDO.
           MOVE "S"                      TO JUSTIF-DISPONIBLE.
           DISPLAY "1 + Enter - Justificante" LINE 24 COLUMN 1.

           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           GO TO EXIT-ENTER.




       SERVICIO-NO-DISPONIBLE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion no disponible en este momento"
               LINE 9 COLUMN 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Vuelva mas tarde" TO MSJ-TEXTO-USAR.
           MOVE 5 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 11 COLUMN 32
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           GO TO AVISO-ENTER.

       TARJETA-NO-OPERABLE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Durante el cierre contable esta tarjeta no"
               LINE 9 COLUMN 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "puede retirar efectivo" LINE 10 COLUMN 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Vuelva mas tarde" TO MSJ-TEXTO-USAR.
           MOVE 5 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 12 COLUMN 32.
           GO TO AVISO-ENTER.

       TARJETA-SIN-DISPONIBLE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha alcanzado lo disponible durante el cierre"
               LINE 9 COLUMN 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "contable" LINE 10 COLUMN 36
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Vuelva mas tarde" TO MSJ-TEXTO-USAR.
           MOVE 5 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 12 COLUMN 32.

       AVISO-ENTER.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       LEER-VENTANA.
           MOVE "C" TO VENTANA-ESTADO.

           OPEN INPUT F-LOTECTRL.
           IF FSLC <> 00
               CLOSE F-LOTECTRL
               GO TO LEER-VENTANA-FIN.

           MOVE "LOTE" TO LOTE-CTRL-ID.
           READ F-LOTECTRL INVALID KEY
               CLOSE F-LOTECTRL
               GO TO LEER-VENTANA-FIN.

           MOVE LOTE-ESTADO      TO VENTANA-ESTADO.
           MOVE LOTE-FECHA       TO FECHA-LOTE.
           MOVE LOTE-LIMITE-CENT TO LIMITE-VENTANA-CENT.
           CLOSE F-LOTECTRL.

       LEER-VENTANA-FIN.
           EXIT.

       LEER-FOTO.
           MOVE 0 TO FOTO-ENCONTRADA.

           OPEN INPUT F-SALDOSFOTO.
           IF FSSF <> 00
               CLOSE F-SALDOSFOTO
               GO TO LEER-FOTO-FIN.

           MOVE TNUM TO SFT-TARJETA.
           READ F-SALDOSFOTO INVALID KEY
               CLOSE F-SALDOSFOTO
               GO TO LEER-FOTO-FIN.

           MOVE 1 TO FOTO-ENCONTRADA.
           CLOSE F-SALDOSFOTO.

       LEER-FOTO-FIN.
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

       PSYS-ERR.
           MOVE "BANK70"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSSF=" FSSF " " "FSPS=" FSPS " " "FSK=" FSK " "
               "FSC=" FSC
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TNUM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.

           CLOSE F-SALDOSFOTO.
           CLOSE F-PENDIENTESAF.
           CLOSE F-CASSETES.
           CLOSE CONTADORES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Ha ocurrido un error interno" TO MSJ-TEXTO-USAR.
           MOVE 4 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE "Vuelva mas tarde" TO MSJ-TEXTO-USAR.
           MOVE 5 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 11 COLUMN 32
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
                   MOVE "N" TO BILLETES-PRESENTADOS
                   EXIT PROGRAM
               END-IF
           ELSE
               IF TIMEOUT-PRESSED
                   PERFORM RETRAER-BILLETES THRU RETRAER-BILLETES-FIN
                   EXIT PROGRAM
               ELSE
                   GO TO EXIT-ENTER.

      * Billetes presentados que el cliente no ha retirado: el cajero
      * los recoge y la retirada queda pendiente del recuento.
       RETRAER-BILLETES.
           IF BILLETES-PRESENTADOS NOT = "S"
               GO TO RETRAER-BILLETES-FIN.
           MOVE "N" TO BILLETES-PRESENTADOS.
           MOVE "R" TO DSPC-OPERACION.
           CALL "BANKDSP" USING DATOS-DISPENSACION.

       RETRAER-BILLETES-FIN.
           EXIT.

       EMITIR-JUSTIFICANTE.
           MOVE "N" TO JUSTIF-DISPONIBLE.
           CALL "BANKJUS" USING DATOS-JUSTIFICANTE.
           DISPLAY "Justificante impreso" LINE 22 COLUMN 31.

       EMITIR-JUSTIFICANTE-FIN.
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

           MOVE TNUM TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO LEER-IDIOMA-TARJETA-FIN.

           IF TIDIOMA-C = "EN" OR TIDIOMA-C = "ES"
               MOVE TIDIOMA-C TO IDIOMA-USUARIO.
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
