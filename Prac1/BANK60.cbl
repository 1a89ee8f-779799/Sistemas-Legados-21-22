       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK60.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ELEGIBLES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELG-CLAVE
           FILE STATUS IS FSEL.

           SELECT OPTIONAL F-CAMPANAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSCM.

           SELECT OPTIONAL F-RESPUESTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-CLAVE
           FILE STATUS IS FSRP.

           SELECT OPTIONAL F-BAJASPUB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BPU-CUENTA
           FILE STATUS IS FSBP.

           SELECT OPTIONAL F-MENSAJES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSJ-CLAVE
           FILE STATUS IS FSMS.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Campanas para las que cualifica cada tarjeta, calculadas cada
      * noche por BATCHCMP, en orden de prioridad dentro de la
      * tarjeta.
       FD F-ELEGIBLES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanastarj.ubd".
       01 ELEGIBLE-REG.
           02 ELG-CLAVE.
               03 ELG-TARJETA       PIC 9(16).
               03 ELG-PRIORIDAD     PIC  9(2).
               03 ELG-CAMPANA       PIC  9(4).
           02 ELG-FECHA             PIC  9(8).

       FD F-CAMPANAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanas.ubd".
       01 CAMPANA-REG.
           02 CMP-NUM               PIC  9(4).
           02 CMP-NOMBRE            PIC X(30).
           02 CMP-MSJ-NUM           PIC  9(4).
           02 CMP-FECHA-DESDE       PIC  9(8).
           02 CMP-FECHA-HASTA       PIC  9(8).
           02 CMP-PRODUCTO          PIC  X(3).
           02 CMP-EDAD-MIN          PIC  9(3).
           02 CMP-EDAD-MAX          PIC  9(3).
           02 CMP-SALDO-MIN-CENT    PIC S9(11).
           02 CMP-SALDO-MAX-CENT    PIC S9(11).
           02 CMP-SIN-DEPOSITO      PIC  X(1).
           02 CMP-PRIORIDAD         PIC  9(2).
           02 CMP-ESTADO            PIC  X(1).

      * RSP-RESPUESTA: blanco sin respuesta, A aceptada, D
      * descartada, B baja de publicidad.
       FD F-RESPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanasresp.ubd".
       01 RESPUESTA-REG.
           02 RSP-CLAVE.
               03 RSP-CAMPANA       PIC  9(4).
               03 RSP-TARJETA       PIC 9(16).
           02 RSP-VECES             PIC  9(5).
           02 RSP-FECHA-MOSTRADA    PIC  9(8).
           02 RSP-RESPUESTA         PIC  X(1).
           02 RSP-FECHA-RESPUESTA   PIC  9(8).
           02 RSP-TERMINAL          PIC  9(4).

       FD F-BAJASPUB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "publicidadbajas.ubd".
       01 BAJAPUB-REG.
           02 BPU-CUENTA            PIC 9(16).
           02 BPU-FECHA             PIC  9(8).
           02 BPU-ORIGEN            PIC  X(3).

       FD F-MENSAJES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mensajes.ubd".
       01 MENSAJE-REG.
           02 MSJ-CLAVE.
               03 MSJ-IDIOMA        PIC  X(2).
               03 MSJ-NUM           PIC  9(4).
           02 MSJ-TEXTO             PIC  X(60).

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

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSEL                     PIC   X(2).
       77 FSCM                     PIC   X(2).
       77 FSRP                     PIC   X(2).
       77 FSBP                     PIC   X(2).
       77 FSMS                     PIC   X(2).
       77 FST                      PIC   X(2).
       77 FSFO                     PIC   X(2).

       78 BLACK                  VALUE      0.
       78 BLUE                   VALUE      1.
       78 GREEN                  VALUE      2.
       78 CYAN                   VALUE      3.
       78 RED                    VALUE      4.
       78 MAGENTA                VALUE      5.
       78 YELLOW                 VALUE      6.
       78 WHITE                  VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC   9(4).
               10 MES              PIC   9(2).
               10 DIA              PIC   9(2).
           05 HORA.
               10 HORAS            PIC   9(2).
               10 MINUTOS          PIC   9(2).
               10 SEGUNDOS         PIC   9(2).
               10 MILISEGUNDOS     PIC   9(2).
           05 DIF-GMT              PIC  S9(4).

       01 KEYBOARD-STATUS          PIC  9(4).
           88 ENTER-PRESSED      VALUE     0.
           88 ESC-PRESSED        VALUE  2005.
           88 TIMEOUT-PRESSED    VALUE  8001.

       77 PRESSED-KEY              PIC   9(4).
       77 OPCION-CMP               PIC   9(1).
       77 CUENTA-TARJETA           PIC  9(16).
       77 IDIOMA-TARJETA           PIC   X(2).
       77 FECHA-HOY-AAAAMMDD       PIC   9(8).

       77 CAMPANA-MOSTRAR          PIC   9(4).
       77 CAMPANA-MSJ              PIC   9(4).
       77 MSJ-NUM-BUSCADO          PIC   9(4).
       77 MSJ-ENCONTRADO           PIC   X(1).
       77 TEXTO-LINEA-1            PIC  X(60).
       77 TEXTO-LINEA-2            PIC  X(60).
       77 RESPUESTA-DADA           PIC   X(1).

       01 DATOS-CONSENTIMIENTO.
           02 CNSC-OPERACION        PIC  X(1).
           02 CNSC-TARJETA          PIC 9(16).
           02 CNSC-CUENTA           PIC 9(16).
           02 CNSC-NIF              PIC  X(9).
           02 CNSC-FINALIDAD        PIC  X(3).
           02 CNSC-VALOR            PIC  X(1).
           02 CNSC-CANAL            PIC  X(3).
           02 CNSC-TERMINAL         PIC  9(4).
           02 CNSC-VERSION          PIC  9(3).
           02 CNSC-FECHA            PIC  9(8).
           02 CNSC-PERMITIDO        PIC  X(1).
           02 CNSC-RESULTADO        PIC  X(1).
           02 CNSC-NOMBRE           PIC X(30).

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


      * Mensaje comercial tras abrir sesion en el cajero.  Se toma la
      * campana de mas prioridad que el lote nocturno ha asignado a
      * la tarjeta, sigue vigente y el titular no ha contestado ya.
      * Cada vez que se muestra queda anotado en campanasresp.ubd
      * junto con la respuesta, si la da.  Quien pide no recibir
      * publicidad queda dado de baja en publicidadbajas.ubd y con
      * el consentimiento de publicidad retirado en el registro.
       PROCEDURE DIVISION USING TNUM TERMINAL-ID.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000)
               + (MES * 100) + DIA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               EXIT PROGRAM.

           MOVE TNUM TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               EXIT PROGRAM.
           CLOSE TARJETAS.

           IF CTA-ID-C = 0
               EXIT PROGRAM.
           MOVE CTA-ID-C TO CUENTA-TARJETA.
           MOVE TIDIOMA-C TO IDIOMA-TARJETA.
           IF IDIOMA-TARJETA NOT = "EN"
               MOVE "ES" TO IDIOMA-TARJETA.

      * La retirada del consentimiento de publicidad puede haberse
      * dado despues del lote de esta noche, desde otro cajero, en
      * oficina o por proteccion de datos.
           MOVE "C"            TO CNSC-OPERACION.
           MOVE TNUM           TO CNSC-TARJETA.
           MOVE CUENTA-TARJETA TO CNSC-CUENTA.
           MOVE SPACES         TO CNSC-NIF.
           MOVE "PUB"          TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-PERMITIDO NOT = "S"
               EXIT PROGRAM.

           PERFORM BUSCAR-CAMPANA THRU BUSCAR-CAMPANA-FIN.
           IF CAMPANA-MOSTRAR = 0
               EXIT PROGRAM.

           MOVE CAMPANA-MSJ TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           IF MSJ-ENCONTRADO NOT = "S"
               EXIT PROGRAM.
           MOVE MSJ-TEXTO TO TEXTO-LINEA-1.

           COMPUTE MSJ-NUM-BUSCADO = CAMPANA-MSJ + 1.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           MOVE SPACES TO TEXTO-LINEA-2.
           IF MSJ-ENCONTRADO = "S"
               MOVE MSJ-TEXTO TO TEXTO-LINEA-2.

           MOVE " " TO RESPUESTA-DADA.
           PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN.

       IMPRIMIR-CABECERA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COLUMN 26
               WITH FOREGROUND-COLOR IS 1.

       MOSTRAR-CAMPANA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY TEXTO-LINEA-1 LINE 9 COLUMN 10.
           DISPLAY TEXTO-LINEA-2 LINE 10 COLUMN 10.
           DISPLAY "1 + Enter - Me interesa" LINE 14 COLUMN 19.
           DISPLAY "2 + Enter - No me interesa" LINE 15 COLUMN 19.
           DISPLAY "3 + Enter - No deseo recibir publicidad" LINE 16
               COLUMN 19.
           DISPLAY "Enter - Continuar" LINE 17 COLUMN 19.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       CAMPANA-ACEPTAR.
           INITIALIZE OPCION-CMP.
           ACCEPT OPCION-CMP LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
           IF ESC-PRESSED THEN
               EXIT PROGRAM
           ELSE IF TIMEOUT-PRESSED THEN
               EXIT PROGRAM
           ELSE
               GO TO CAMPANA-ACEPTAR
           END-IF.

           IF OPCION-CMP = 1
               GO TO ACEPTAR-CAMPANA.
           IF OPCION-CMP = 2
               GO TO DESCARTAR-CAMPANA.
           IF OPCION-CMP = 3
               GO TO BAJA-PUBLICIDAD.
           EXIT PROGRAM.

       ACEPTAR-CAMPANA.
           MOVE "A" TO RESPUESTA-DADA.
           PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Gracias por su interes" LINE 10 COLUMN 29.
           DISPLAY "Un gestor se pondra en contacto con usted" LINE 12
               COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO FIN-ENTER.

       DESCARTAR-CAMPANA.
           MOVE "D" TO RESPUESTA-DADA.
           PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No volveremos a mostrarle este mensaje" LINE 10
               COLUMN 21.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO FIN-ENTER.

       BAJA-PUBLICIDAD.
           MOVE "B" TO RESPUESTA-DADA.
           PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN.

           OPEN I-O F-BAJASPUB.
           IF FSBP = 35
               CLOSE F-BAJASPUB
               OPEN OUTPUT F-BAJASPUB
               CLOSE F-BAJASPUB
               OPEN I-O F-BAJASPUB.
           IF FSBP <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE CUENTA-TARJETA     TO BPU-CUENTA.
           MOVE FECHA-HOY-AAAAMMDD TO BPU-FECHA.
           MOVE "ATM"              TO BPU-ORIGEN.
           WRITE BAJAPUB-REG INVALID KEY CONTINUE.
           CLOSE F-BAJASPUB.

           MOVE "R"            TO CNSC-OPERACION.
           MOVE TNUM           TO CNSC-TARJETA.
           MOVE CUENTA-TARJETA TO CNSC-CUENTA.
           MOVE SPACES         TO CNSC-NIF.
           MOVE "PUB"          TO CNSC-FINALIDAD.
           MOVE "N"            TO CNSC-VALOR.
           MOVE "ATM"          TO CNSC-CANAL.
           MOVE TERMINAL-ID    TO CNSC-TERMINAL.
           MOVE 0              TO CNSC-VERSION.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No recibira mas mensajes comerciales" LINE 10
               COLUMN 22.
           DISPLAY "Puede volver a pedirlos en su oficina" LINE 12
               COLUMN 22.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       FIN-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO FIN-ENTER.

      * Primera campana de la tarjeta, por prioridad, que sigue
      * activa y en fechas y que el titular no ha contestado.  Las
      * mostradas sin respuesta se vuelven a ofrecer.
       BUSCAR-CAMPANA.
           MOVE 0 TO CAMPANA-MOSTRAR.

           OPEN INPUT F-ELEGIBLES.
           IF FSEL <> 00
               CLOSE F-ELEGIBLES
               GO TO BUSCAR-CAMPANA-FIN.
           OPEN INPUT F-CAMPANAS.
           IF FSCM <> 00
               CLOSE F-CAMPANAS
               CLOSE F-ELEGIBLES
               GO TO BUSCAR-CAMPANA-FIN.
           OPEN INPUT F-RESPUESTAS.

           MOVE TNUM TO ELG-TARJETA.
           MOVE 0    TO ELG-PRIORIDAD.
           MOVE 0    TO ELG-CAMPANA.
           START F-ELEGIBLES KEY IS >= ELG-CLAVE
               INVALID KEY GO TO BUSCAR-CAMPANA-CIERRE.

       LEER-ELEGIBLE.
           READ F-ELEGIBLES NEXT RECORD AT END
               GO TO BUSCAR-CAMPANA-CIERRE.
           IF ELG-TARJETA NOT = TNUM
               GO TO BUSCAR-CAMPANA-CIERRE.

           MOVE ELG-CAMPANA TO CMP-NUM.
           READ F-CAMPANAS INVALID KEY
               GO TO LEER-ELEGIBLE.
           IF CMP-ESTADO NOT = "A"
              OR CMP-FECHA-DESDE > FECHA-HOY-AAAAMMDD
              OR CMP-FECHA-HASTA < FECHA-HOY-AAAAMMDD
               GO TO LEER-ELEGIBLE.

           IF FSRP = 00
               MOVE ELG-CAMPANA TO RSP-CAMPANA
               MOVE TNUM        TO RSP-TARJETA
               READ F-RESPUESTAS
                   INVALID KEY MOVE " " TO RSP-RESPUESTA
               END-READ
               IF RSP-RESPUESTA NOT = " "
                   GO TO LEER-ELEGIBLE
               END-IF
           END-IF.

           MOVE CMP-NUM     TO CAMPANA-MOSTRAR.
           MOVE CMP-MSJ-NUM TO CAMPANA-MSJ.

       BUSCAR-CAMPANA-CIERRE.
           CLOSE F-RESPUESTAS.
           CLOSE F-CAMPANAS.
           CLOSE F-ELEGIBLES.

       BUSCAR-CAMPANA-FIN.
           EXIT.

      * Cada presentacion suma una vez y deja fecha y terminal; la
      * respuesta, cuando llega, se graba sobre el mismo registro.
       ANOTAR-RESPUESTA.
           OPEN I-O F-RESPUESTAS.
           IF FSRP = 35
               CLOSE F-RESPUESTAS
               OPEN OUTPUT F-RESPUESTAS
               CLOSE F-RESPUESTAS
               OPEN I-O F-RESPUESTAS.
           IF FSRP <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE CAMPANA-MOSTRAR TO RSP-CAMPANA.
           MOVE TNUM            TO RSP-TARJETA.
           READ F-RESPUESTAS INVALID KEY
               MOVE CAMPANA-MOSTRAR TO RSP-CAMPANA
               MOVE TNUM            TO RSP-TARJETA
               MOVE 0               TO RSP-VECES
               MOVE 0               TO RSP-FECHA-MOSTRADA
               MOVE " "             TO RSP-RESPUESTA
               MOVE 0               TO RSP-FECHA-RESPUESTA
               MOVE 0               TO RSP-TERMINAL
               WRITE RESPUESTA-REG INVALID KEY GO TO PSYS-ERR.

           IF RESPUESTA-DADA = " "
               ADD 1 TO RSP-VECES
               MOVE FECHA-HOY-AAAAMMDD TO RSP-FECHA-MOSTRADA
           ELSE
               MOVE RESPUESTA-DADA     TO RSP-RESPUESTA
               MOVE FECHA-HOY-AAAAMMDD TO RSP-FECHA-RESPUESTA
           END-IF.
           MOVE TERMINAL-ID TO RSP-TERMINAL.
           REWRITE RESPUESTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-RESPUESTAS.

       ANOTAR-RESPUESTA-FIN.
           EXIT.

      * Texto de la campana en el idioma de la tarjeta; si marketing
      * no lo ha traducido se usa el castellano.
       LEER-MENSAJE.
           MOVE "N" TO MSJ-ENCONTRADO.

           OPEN INPUT F-MENSAJES.
           IF FSMS <> 00
               CLOSE F-MENSAJES
               GO TO LEER-MENSAJE-FIN.

           MOVE IDIOMA-TARJETA  TO MSJ-IDIOMA.
           MOVE MSJ-NUM-BUSCADO TO MSJ-NUM.
           READ F-MENSAJES INVALID KEY
               MOVE "ES"            TO MSJ-IDIOMA
               MOVE MSJ-NUM-BUSCADO TO MSJ-NUM
               READ F-MENSAJES INVALID KEY
                   CLOSE F-MENSAJES
                   GO TO LEER-MENSAJE-FIN.

           MOVE "S" TO MSJ-ENCONTRADO.
           CLOSE F-MENSAJES.

       LEER-MENSAJE-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK60"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRP=" FSRP " " "FSBP=" FSBP " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TNUM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-RESPUESTAS.
           CLOSE F-BAJASPUB.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSYS-ERR-ENTER.

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
