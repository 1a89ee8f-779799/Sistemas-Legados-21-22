       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECINTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRC.

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

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI.


       DATA DIVISION.
       FILE SECTION.
      * Maestro de recintos (BANK74).
       FD F-RECINTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recintos.ubd".
       01 RECINTO-REG.
           02 REC-NUM               PIC   9(3).
           02 REC-NOMBRE            PIC  X(30).
           02 REC-LOCALIDAD         PIC  X(20).

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

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informerecintos.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSRC                     PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSI                      PIC  X(2).

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

       77 IDX-TARIFA               PIC  9(1).

      * Entradas vigentes (sin anular) y ya validadas en puerta de
      * cada tarifa del espectaculo en curso.
       01 TABLA-VENDIDAS.
           02 VEN-TARIFA OCCURS 3 TIMES.
               03 VEN-ENTRADAS      PIC  9(7).
               03 VEN-USADAS        PIC  9(7).

       77 CAPACIDAD-EVENTO         PIC  9(9).
       77 VENDIDAS-EVENTO          PIC  9(9).
       77 USADAS-EVENTO            PIC  9(9).
       77 INGRESOS-EVENTO-CENT     PIC  9(13).

       01 TOTALES-RECINTO.
           02 RCT-EVENTOS           PIC  9(7).
           02 RCT-CAPACIDAD         PIC  9(11).
           02 RCT-VENDIDAS          PIC  9(11).
           02 RCT-USADAS            PIC  9(11).
           02 RCT-INGRESOS-CENT     PIC  9(15).

       01 TOTALES-GENERALES.
           02 TOT-RECINTOS          PIC  9(7).
           02 TOT-EVENTOS           PIC  9(7).
           02 TOT-CAPACIDAD         PIC  9(11).
           02 TOT-VENDIDAS          PIC  9(11).
           02 TOT-USADAS            PIC  9(11).
           02 TOT-INGRESOS-CENT     PIC  9(15).

       77 CAPACIDAD-FILA           PIC  9(11).
       77 VENDIDAS-FILA            PIC  9(11).
       77 USADAS-FILA              PIC  9(11).
       77 INGRESOS-FILA            PIC  9(15).
       77 ETIQUETA-FILA            PIC X(46).
       77 PORCENTAJE-CALCULO       PIC  9(3)V99.
       77 IMPORTE-CALCULO          PIC 9(13)V99.

       77 CAPACIDAD-EDIT           PIC ZZZZZZZ9.
       77 VENDIDAS-EDIT            PIC ZZZZZZZ9.
       77 USADAS-EDIT              PIC ZZZZZZZ9.
       77 OCUPACION-EDIT           PIC ZZ9.99.
       77 INGRESOS-EDIT            PIC Z(10)9.99.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Ocupacion y recaudacion por recinto.  Para cada recinto del
      * maestro lista los espectaculos celebrados o por celebrar en
      * el: capacidad a la venta, entradas vendidas sin anular,
      * entradas validadas en puerta, ocupacion sobre la capacidad
      * e ingresos por venta de entradas al precio de su tarifa; al
      * pie, el total del recinto y el general.  Los espectaculos
      * dados de alta sin recinto no entran en el informe.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHRCT - Ocupacion y recaudacion por recinto".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           INITIALIZE TOTALES-GENERALES.

           OPEN INPUT F-RECINTOS.
           IF FSRC <> 00 AND 05
               DISPLAY "BATCHRCT: error abriendo recintos, FSRC="
                   FSRC
               GO TO FIN-ERROR.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHRCT: error abriendo informerecintos.txt"
                   ", FSI=" FSI
               CLOSE F-RECINTOS
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Ocupacion y recaudacion por recinto "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       LEER-RECINTO.
           READ F-RECINTOS NEXT RECORD AT END
               GO TO RECINTOS-LEIDOS.

           PERFORM INFORMAR-RECINTO THRU INFORMAR-RECINTO-FIN.
           GO TO LEER-RECINTO.

       RECINTOS-LEIDOS.
           CLOSE F-RECINTOS.

           MOVE "==========================================="
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ETIQUETA-FILA.
           STRING "TOTAL GENERAL, " TOT-RECINTOS " recintos "
               TOT-EVENTOS " esp."
               DELIMITED BY SIZE INTO ETIQUETA-FILA.
           MOVE TOT-CAPACIDAD     TO CAPACIDAD-FILA.
           MOVE TOT-VENDIDAS      TO VENDIDAS-FILA.
           MOVE TOT-USADAS        TO USADAS-FILA.
           MOVE TOT-INGRESOS-CENT TO INGRESOS-FILA.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           CLOSE F-INFORME.

           DISPLAY "BATCHRCT: recintos informados : " TOT-RECINTOS.
           DISPLAY "BATCHRCT: espectaculos        : " TOT-EVENTOS.
           DISPLAY "BATCHRCT: ingresos (cent)     : "
               TOT-INGRESOS-CENT.
           STOP RUN.

      * Un bloque por recinto con sus espectaculos; los recintos sin
      * ninguno no se listan.
       INFORMAR-RECINTO.
           INITIALIZE TOTALES-RECINTO.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               DISPLAY "BATCHRCT: error abriendo espectaculos, FSE="
                   FSE
               CLOSE F-RECINTOS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-ESPECTACULO.
           READ F-ESPECTACULOS NEXT RECORD AT END
               GO TO ESPECTACULOS-LEIDOS.
           IF ESP-RECINTO NOT = REC-NUM
               GO TO LEER-ESPECTACULO.

           IF RCT-EVENTOS = 0
               PERFORM CABECERA-RECINTO THRU CABECERA-RECINTO-FIN.
           PERFORM INFORMAR-EVENTO THRU INFORMAR-EVENTO-FIN.
           GO TO LEER-ESPECTACULO.

       ESPECTACULOS-LEIDOS.
           CLOSE F-ESPECTACULOS.
           IF RCT-EVENTOS = 0
               GO TO INFORMAR-RECINTO-FIN.

           MOVE "  -----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ETIQUETA-FILA.
           STRING "  Total recinto, " RCT-EVENTOS " esp."
               DELIMITED BY SIZE INTO ETIQUETA-FILA.
           MOVE RCT-CAPACIDAD     TO CAPACIDAD-FILA.
           MOVE RCT-VENDIDAS      TO VENDIDAS-FILA.
           MOVE RCT-USADAS        TO USADAS-FILA.
           MOVE RCT-INGRESOS-CENT TO INGRESOS-FILA.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           ADD 1                 TO TOT-RECINTOS.
           ADD RCT-EVENTOS       TO TOT-EVENTOS.
           ADD RCT-CAPACIDAD     TO TOT-CAPACIDAD.
           ADD RCT-VENDIDAS      TO TOT-VENDIDAS.
           ADD RCT-USADAS        TO TOT-USADAS.
           ADD RCT-INGRESOS-CENT TO TOT-INGRESOS-CENT.

       INFORMAR-RECINTO-FIN.
           EXIT.

       CABECERA-RECINTO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Recinto " REC-NUM " " REC-NOMBRE " " REC-LOCALIDAD
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Espectaculo                                   "
               "Capacidad Vendidas Validad.  %Ocup"
               "      Ingresos EUR"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       CABECERA-RECINTO-FIN.
           EXIT.

      * Entradas del espectaculo por su clave alterna; las anuladas
      * (X) no cuentan y las validadas en puerta (U) cuentan ademas
      * como asistencia.
       INFORMAR-EVENTO.
           INITIALIZE TABLA-VENDIDAS.
           MOVE 0 TO CAPACIDAD-EVENTO.
           MOVE 0 TO VENDIDAS-EVENTO.
           MOVE 0 TO USADAS-EVENTO.
           MOVE 0 TO INGRESOS-EVENTO-CENT.

           OPEN INPUT F-ENTRADAS.
           IF FSEN <> 00 AND 05
               GO TO ENTRADAS-CONTADAS.

           MOVE ESP-NUM TO ENT-ESP-NUM.
           START F-ENTRADAS KEY IS = ENT-ESP-NUM
               INVALID KEY
               GO TO ENTRADAS-CERRAR.

       LEER-ENTRADA.
           READ F-ENTRADAS NEXT RECORD AT END
               GO TO ENTRADAS-CERRAR.
           IF ENT-ESP-NUM NOT = ESP-NUM
               GO TO ENTRADAS-CERRAR.
           IF ENT-ESTADO NOT = " " AND ENT-ESTADO NOT = "U"
               GO TO LEER-ENTRADA.
           IF ENT-TARIFA < 1 OR ENT-TARIFA > 3
               GO TO LEER-ENTRADA.

           ADD 1 TO VEN-ENTRADAS(ENT-TARIFA).
           IF ENT-ESTADO = "U"
               ADD 1 TO VEN-USADAS(ENT-TARIFA).
           GO TO LEER-ENTRADA.

       ENTRADAS-CERRAR.
           CLOSE F-ENTRADAS.

       ENTRADAS-CONTADAS.
           MOVE 1 TO IDX-TARIFA.

       SUMAR-TARIFA.
           ADD ESP-TAR-CAPACIDAD(IDX-TARIFA) TO CAPACIDAD-EVENTO.
           ADD VEN-ENTRADAS(IDX-TARIFA) TO VENDIDAS-EVENTO.
           ADD VEN-USADAS(IDX-TARIFA) TO USADAS-EVENTO.
           COMPUTE INGRESOS-EVENTO-CENT = INGRESOS-EVENTO-CENT
               + VEN-ENTRADAS(IDX-TARIFA)
               * ((ESP-TAR-PRECIO-ENT(IDX-TARIFA) * 100)
                  + ESP-TAR-PRECIO-DEC(IDX-TARIFA)).
           ADD 1 TO IDX-TARIFA.
           IF IDX-TARIFA <= 3
               GO TO SUMAR-TARIFA.

           MOVE SPACES TO ETIQUETA-FILA.
           STRING "  " ESP-NUM " " ESP-DIA "-" ESP-MES "-" ESP-ANO
               " " ESP-DESCR(1:24)
               DELIMITED BY SIZE INTO ETIQUETA-FILA.
           IF ESP-ESTADO = "C"
               MOVE "C" TO ETIQUETA-FILA(46:1).
           MOVE CAPACIDAD-EVENTO     TO CAPACIDAD-FILA.
           MOVE VENDIDAS-EVENTO      TO VENDIDAS-FILA.
           MOVE USADAS-EVENTO        TO USADAS-FILA.
           MOVE INGRESOS-EVENTO-CENT TO INGRESOS-FILA.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.

           ADD 1                    TO RCT-EVENTOS.
           ADD CAPACIDAD-EVENTO     TO RCT-CAPACIDAD.
           ADD VENDIDAS-EVENTO      TO RCT-VENDIDAS.
           ADD USADAS-EVENTO        TO RCT-USADAS.
           ADD INGRESOS-EVENTO-CENT TO RCT-INGRESOS-CENT.

       INFORMAR-EVENTO-FIN.
           EXIT.

       ESCRIBIR-FILA.
           MOVE CAPACIDAD-FILA TO CAPACIDAD-EDIT.
           MOVE VENDIDAS-FILA  TO VENDIDAS-EDIT.
           MOVE USADAS-FILA    TO USADAS-EDIT.
           MOVE 0 TO PORCENTAJE-CALCULO.
           IF CAPACIDAD-FILA > 0
               COMPUTE PORCENTAJE-CALCULO ROUNDED =
                   VENDIDAS-FILA * 100 / CAPACIDAD-FILA.
           MOVE PORCENTAJE-CALCULO TO OCUPACION-EDIT.
           COMPUTE IMPORTE-CALCULO = INGRESOS-FILA / 100.
           MOVE IMPORTE-CALCULO TO INGRESOS-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING ETIQUETA-FILA " " CAPACIDAD-EDIT " " VENDIDAS-EDIT
               " " USADAS-EDIT " " OCUPACION-EDIT " " INGRESOS-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-FILA-FIN.
           EXIT.

       FIN-ERROR.
           MOVE "BATCHRCT"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRC=" FSRC " FSE=" FSE " FSEN=" FSEN " FSI=" FSI
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
