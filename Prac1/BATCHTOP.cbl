       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHTOP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-NUM
           FILE STATUS IS FSE.

           SELECT OPTIONAL F-ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-NUM
           ALTERNATE RECORD KEY IS ENT-ESP-NUM WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT OPTIONAL F-CESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CES-NUM
           FILE STATUS IS FSCE.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
       01 ESPECTACULO-REG.
           02 ESP-NUM               PIC   9(4).
           02 ESP-ANO               PIC   9(4).
           02 ESP-MES               PIC   9(2).
           02 ESP-DIA               PIC   9(2).
           02 ESP-HOR               PIC   9(2).
           02 ESP-MIN               PIC   9(2).
           02 ESP-DESCR             PIC  X(40).
           02 ESP-TARIFA OCCURS 3 TIMES.
               03 ESP-TAR-NOMBRE        PIC  X(10).
               03 ESP-TAR-DISP          PIC   9(7).
               03 ESP-TAR-PRECIO-ENT    PIC   9(4).
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

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

       FD F-CESIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cesiones.ubd".
       01 CESION-REG.
           02 CES-NUM               PIC  9(10).
           02 CES-ENT-NUM           PIC  9(10).
           02 CES-TARJETA-ORIGEN    PIC 9(16).
           02 CES-TARJETA-DESTINO   PIC 9(16).
           02 CES-ANO               PIC   9(4).
           02 CES-MES               PIC   9(2).
           02 CES-DIA               PIC   9(2).

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

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "topesentradas.txt".
       01 LINEA-INFORME             PIC X(100).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSE                      PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSCE                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSFO                     PIC  X(2).

      * Se listan los titulares que tienen al menos este porcentaje
      * del tope por persona del espectaculo.
       78 AVISO-PCT                VALUE 80.

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

       77 FECHA-HOY                PIC  9(8).
       77 FECHA-EVENTO             PIC  9(8).

      * Cesiones cargadas una vez: entrada y tarjeta que la recibio.
       01 TABLA-CESIONES.
           02 NUM-CESIONES         PIC  9(5) VALUE 0.
           02 CES-ENTRY OCCURS 5000 TIMES.
               03 CES-T-ENT-NUM    PIC  9(10).
               03 CES-T-DESTINO    PIC 9(16).
       77 IDX-CES                  PIC  9(5).
       77 CESIONES-DESBORDADAS     PIC  9(9) VALUE 0.

      * Titulares con entradas vivas del espectaculo en curso.
       01 TABLA-TITULARES.
           02 NUM-TITULARES        PIC  9(5) VALUE 0.
           02 TIT-ENTRY OCCURS 2000 TIMES.
               03 TIT-NIF          PIC  X(9).
               03 TIT-TENIDAS      PIC  9(5).
               03 TIT-RECIBIDAS    PIC  9(5).
       77 IDX-TIT                  PIC  9(5).
       77 TITULARES-DESBORDADOS    PIC  9(9) VALUE 0.

       77 NIF-ENTRADA              PIC  X(9).
       77 ES-RECIBIDA              PIC  X(1).
       77 SIN-TITULAR              PIC  9(9).
       77 UMBRAL-PCT               PIC  9(7).
       77 SITUACION                PIC X(10).

       77 TOTAL-EVENTOS            PIC  9(9) VALUE 0.
       77 TOTAL-LISTADOS           PIC  9(9) VALUE 0.
       77 TOTAL-EN-TOPE            PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Informe por espectaculo con tope por persona de los NIF que
      * estan en el tope o cerca de el, contando todas sus tarjetas y
      * las entradas que les han cedido.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHTOP - Titulares cerca del tope de entradas".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHTOP: error abriendo topesentradas.txt, "
                   "FSI=" FSI
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Titulares cerca del tope de entradas "
               "por persona " DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM CARGAR-CESIONES THRU CARGAR-CESIONES-FIN.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               DISPLAY "BATCHTOP: error abriendo espectaculos, FSE="
                   FSE
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHTOP: error abriendo tarjetas, FST=" FST
               CLOSE F-ESPECTACULOS
               CLOSE F-INFORME
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.

       LEER-ESPECTACULO.
           READ F-ESPECTACULOS NEXT RECORD AT END GO TO FIN-LECTURA.

           IF ESP-MAX-PERSONA = 0 OR ESP-ESTADO = "C"
               GO TO LEER-ESPECTACULO.
           COMPUTE FECHA-EVENTO = (ESP-ANO * 10000)
                                + (ESP-MES * 100) + ESP-DIA.
           IF FECHA-EVENTO < FECHA-HOY
               GO TO LEER-ESPECTACULO.

           ADD 1 TO TOTAL-EVENTOS.
           PERFORM REVISAR-EVENTO THRU REVISAR-EVENTO-FIN.
           GO TO LEER-ESPECTACULO.

      * Cesiones del fichero completo, para saber que entradas vivas
      * estan en manos de quien las recibio por cesion.
       CARGAR-CESIONES.
           OPEN INPUT F-CESIONES.
           IF FSCE <> 00
               GO TO CARGAR-CESIONES-FIN.

       LEER-CESION.
           READ F-CESIONES NEXT RECORD AT END
               GO TO CESIONES-CARGADAS.
           IF NUM-CESIONES >= 5000
               ADD 1 TO CESIONES-DESBORDADAS
               GO TO LEER-CESION.
           ADD 1 TO NUM-CESIONES.
           MOVE CES-ENT-NUM TO CES-T-ENT-NUM(NUM-CESIONES).
           MOVE CES-TARJETA-DESTINO TO CES-T-DESTINO(NUM-CESIONES).
           GO TO LEER-CESION.

       CESIONES-CARGADAS.
           CLOSE F-CESIONES.

       CARGAR-CESIONES-FIN.
           EXIT.

       REVISAR-EVENTO.
           MOVE 0 TO NUM-TITULARES.
           MOVE 0 TO SIN-TITULAR.

           OPEN INPUT F-ENTRADAS.
           IF FSEN <> 00
               GO TO REVISAR-EVENTO-FIN.

           MOVE ESP-NUM TO ENT-ESP-NUM.
           START F-ENTRADAS KEY IS EQUAL ENT-ESP-NUM INVALID KEY
               GO TO ENTRADAS-EVENTO-LEIDAS.

       LEER-ENTRADA-EVENTO.
           READ F-ENTRADAS NEXT RECORD AT END
               GO TO ENTRADAS-EVENTO-LEIDAS.
           IF ENT-ESP-NUM NOT = ESP-NUM
               GO TO ENTRADAS-EVENTO-LEIDAS.
           IF ENT-ESTADO = "X"
               GO TO LEER-ENTRADA-EVENTO.

           PERFORM BUSCAR-NIF THRU BUSCAR-NIF-FIN.
           IF NIF-ENTRADA = SPACES
               ADD 1 TO SIN-TITULAR
               GO TO LEER-ENTRADA-EVENTO.

           PERFORM BUSCAR-CESION THRU BUSCAR-CESION-FIN.
           PERFORM ACUMULAR-TITULAR THRU ACUMULAR-TITULAR-FIN.
           GO TO LEER-ENTRADA-EVENTO.

       ENTRADAS-EVENTO-LEIDAS.
           CLOSE F-ENTRADAS.

           IF NUM-TITULARES = 0
               GO TO REVISAR-EVENTO-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Espectaculo " ESP-NUM " " ESP-DESCR
               " " ESP-DIA "-" ESP-MES "-" ESP-ANO
               " tope " ESP-MAX-PERSONA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-TIT.

       LISTAR-TITULAR.
           ADD 1 TO IDX-TIT.
           IF IDX-TIT > NUM-TITULARES
               GO TO TITULARES-LISTADOS.

           COMPUTE UMBRAL-PCT = TIT-TENIDAS(IDX-TIT) * 100.
           IF UMBRAL-PCT < ESP-MAX-PERSONA * AVISO-PCT
               GO TO LISTAR-TITULAR.

           MOVE "CERCA" TO SITUACION.
           IF TIT-TENIDAS(IDX-TIT) = ESP-MAX-PERSONA
               MOVE "EN TOPE" TO SITUACION.
           IF TIT-TENIDAS(IDX-TIT) > ESP-MAX-PERSONA
               MOVE "SUPERA" TO SITUACION.
           IF TIT-TENIDAS(IDX-TIT) >= ESP-MAX-PERSONA
               ADD 1 TO TOTAL-EN-TOPE.

           MOVE SPACES TO LINEA-INFORME.
           STRING "  NIF " TIT-NIF(IDX-TIT)
               " entradas " TIT-TENIDAS(IDX-TIT)
               " recibidas por cesion " TIT-RECIBIDAS(IDX-TIT)
               " " SITUACION
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO TOTAL-LISTADOS.
           GO TO LISTAR-TITULAR.

       TITULARES-LISTADOS.
           IF SIN-TITULAR > 0
               MOVE SPACES TO LINEA-INFORME
               STRING "  Entradas sin titular localizable: "
                   SIN-TITULAR
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME.

       REVISAR-EVENTO-FIN.
           EXIT.

      * Titular de la cuenta de la tarjeta que tiene la entrada.
       BUSCAR-NIF.
           MOVE SPACES TO NIF-ENTRADA.

           MOVE ENT-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO BUSCAR-NIF-FIN.
           IF CTA-ID-C = 0
               GO TO BUSCAR-NIF-FIN.

           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO BUSCAR-NIF-FIN.
           MOVE CTA-NIF TO NIF-ENTRADA.

       BUSCAR-NIF-FIN.
           EXIT.

      * La entrada es recibida si alguna cesion la llevo a la tarjeta
      * que la tiene ahora.
       BUSCAR-CESION.
           MOVE "N" TO ES-RECIBIDA.
           MOVE 0 TO IDX-CES.

       COMPARAR-CESION.
           ADD 1 TO IDX-CES.
           IF IDX-CES > NUM-CESIONES
               GO TO BUSCAR-CESION-FIN.
           IF CES-T-ENT-NUM(IDX-CES) = ENT-NUM
              AND CES-T-DESTINO(IDX-CES) = ENT-TARJETA
               MOVE "S" TO ES-RECIBIDA
               GO TO BUSCAR-CESION-FIN.
           GO TO COMPARAR-CESION.

       BUSCAR-CESION-FIN.
           EXIT.

       ACUMULAR-TITULAR.
           MOVE 0 TO IDX-TIT.

       COMPARAR-TITULAR.
           ADD 1 TO IDX-TIT.
           IF IDX-TIT > NUM-TITULARES
               GO TO NUEVO-TITULAR.
           IF TIT-NIF(IDX-TIT) = NIF-ENTRADA
               GO TO SUMAR-TITULAR.
           GO TO COMPARAR-TITULAR.

       NUEVO-TITULAR.
           IF NUM-TITULARES >= 2000
               ADD 1 TO TITULARES-DESBORDADOS
               GO TO ACUMULAR-TITULAR-FIN.
           ADD 1 TO NUM-TITULARES.
           MOVE NUM-TITULARES TO IDX-TIT.
           MOVE NIF-ENTRADA TO TIT-NIF(IDX-TIT).
           MOVE 0 TO TIT-TENIDAS(IDX-TIT).
           MOVE 0 TO TIT-RECIBIDAS(IDX-TIT).

       SUMAR-TITULAR.
           ADD 1 TO TIT-TENIDAS(IDX-TIT).
           IF ES-RECIBIDA = "S"
               ADD 1 TO TIT-RECIBIDAS(IDX-TIT).

       ACUMULAR-TITULAR-FIN.
           EXIT.

      * La fecha contable en curso manda sobre el reloj de pared.
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

       FIN-LECTURA.
           CLOSE F-ESPECTACULOS.
           CLOSE TARJETAS.
           CLOSE CUENTAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "TOTAL titulares listados: " TOTAL-LISTADOS
               " en el tope o por encima: " TOTAL-EN-TOPE
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           CLOSE F-INFORME.

           IF CESIONES-DESBORDADAS NOT = 0
               DISPLAY "BATCHTOP: aviso, " CESIONES-DESBORDADAS
                   " cesiones no cargadas por exceso de tabla".
           IF TITULARES-DESBORDADOS NOT = 0
               DISPLAY "BATCHTOP: aviso, " TITULARES-DESBORDADOS
                   " entradas sin sitio en la tabla de titulares".
           DISPLAY "BATCHTOP: espectaculos con tope revisados: "
               TOTAL-EVENTOS.
           DISPLAY "BATCHTOP: titulares listados: " TOTAL-LISTADOS.
           DISPLAY "BATCHTOP: titulares en el tope: " TOTAL-EN-TOPE.
           STOP RUN.

       FIN-ERROR.
           MOVE "BATCHTOP"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSE=" FSE " " "FST=" FST " " "FSI=" FSI " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
