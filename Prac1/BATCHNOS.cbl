       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHNOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXTRACTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEX.

           SELECT OPTIONAL F-PARTIDASNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNO-CLAVE
           FILE STATUS IS FSPN.

           SELECT OPTIONAL F-APUNTESNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APN-CLAVE
           FILE STATUS IS FSAN.

           SELECT OPTIONAL F-INTERBANCARIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM
           FILE STATUS IS FSB.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Extracto diario de nuestra cuenta en el corresponsal, al estilo
      * MT940, entre cabecera CAB y pie PIE.  EXT-ETIQUETA: 60F saldo
      * de apertura, 61 apunte, 62F saldo de cierre.  EXT-SIGNO: D
      * cargo, C abono (en los saldos, deudor o acreedor).  En los
      * apuntes la referencia es la nuestra: el numero de la
      * interbancaria en envios y devoluciones, la de la red en los
      * abonos recibidos.
       FD F-EXTRACTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extractonostro.txt".
       01 EXTRACTO-REG.
           02 EXT-ETIQUETA          PIC  X(3).
           02 EXT-SIGNO             PIC  X(1).
           02 EXT-FECHA             PIC  9(8).
           02 EXT-MONEDA            PIC  X(3).
           02 EXT-IMPORTE-ENT       PIC  9(11).
           02 EXT-IMPORTE-DEC       PIC  9(2).
           02 EXT-REFERENCIA        PIC X(35).

      * Partidas nuestras que mueven la cuenta en el corresponsal.
      * PNO-TIPO: ENV transferencia enviada, ABO abono recibido, DEV
      * devolucion recibida.  PNO-ESTADO: A abierta, C casada con un
      * apunte del extracto, X anulada (envio rechazado por la red).
      * PNO-EN-SALDO: S ya sumada al saldo en libros.  El registro
      * de control (tipo CTL) guarda el saldo en libros y el ultimo
      * saldo de cierre del extracto.
       FD F-PARTIDASNOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "partidasnostro.ubd".
       01 PARTIDANOS-REG.
           02 PNO-CLAVE.
               03 PNO-TIPO          PIC  X(3).
               03 PNO-REFERENCIA    PIC X(35).
           02 PNO-SIGNO             PIC  X(1).
           02 PNO-IMPORTE-CENT      PIC  9(13).
           02 PNO-FECHA             PIC  9(8).
           02 PNO-ESTADO            PIC  X(1).
           02 PNO-EN-SALDO          PIC  X(1).
           02 PNO-FECHA-CASE        PIC  9(8).
           02 PNO-APUNTE            PIC  9(14).
       01 PARTIDANOS-CONTROL-REG.
           02 PNC-CLAVE             PIC X(38).
           02 PNC-SALDO-LIBROS-CENT PIC S9(13).
           02 PNC-FECHA-EXTRACTO    PIC  9(8).
           02 PNC-SALDO-EXTR-CENT   PIC S9(13).
           02 FILLER                PIC X(12).

      * Apuntes del extracto, casados o pendientes de casar.
      * APN-ESTADO: A abierto, C casado.
       FD F-APUNTESNOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "apuntesnostro.ubd".
       01 APUNTENOS-REG.
           02 APN-CLAVE.
               03 APN-FECHA         PIC  9(8).
               03 APN-SECUENCIA     PIC  9(6).
           02 APN-SIGNO             PIC  X(1).
           02 APN-IMPORTE-CENT      PIC  9(13).
           02 APN-REFERENCIA        PIC X(35).
           02 APN-ESTADO            PIC  X(1).
           02 APN-FECHA-CASE        PIC  9(8).

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

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "conciliacionnostro.txt".
       01 LINEA-INFORME             PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSEX                     PIC  X(2).
       77 FSPN                     PIC  X(2).
       77 FSAN                     PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSFO                     PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

       77 HAY-EXTRACTO             PIC  X(1) VALUE "N".
       77 HAY-CONTROL              PIC  X(1).
       77 FECHA-EXTRACTO           PIC  9(8).
       77 SECUENCIA-APUNTE         PIC  9(6) VALUE 0.
       77 SALDO-APERTURA-CENT      PIC S9(13) VALUE 0.
       77 SALDO-CIERRE-CENT        PIC S9(13) VALUE 0.
       77 HAY-APERTURA             PIC  X(1) VALUE "N".
       77 HAY-CIERRE               PIC  X(1) VALUE "N".

       77 SALDO-LIBROS-CENT        PIC S9(13) VALUE 0.
       77 SALDO-EXTR-CENT          PIC S9(13) VALUE 0.
       77 FECHA-SALDO-EXTR         PIC  9(8) VALUE 0.
       77 DIFERENCIA-CENT          PIC S9(13).
       77 NETO-NUESTRAS-CENT       PIC S9(13) VALUE 0.
       77 NETO-EXTRACTO-CENT       PIC S9(13) VALUE 0.
       77 NO-EXPLICADA-CENT        PIC S9(13).

       77 IMPORTE-CENT             PIC  9(13).
       77 CLAVE-CONTROL            PIC X(38) VALUE "CTL".
       77 PARTIDA-CASADA           PIC  X(1).

       77 IMP-EDIT                 PIC -(11)9.99.
       77 IMP-VALOR                PIC S9(11)V99.

       77 TOTAL-APUNTES            PIC  9(7) VALUE 0.
       77 TOTAL-APUNTES-DUP        PIC  9(7) VALUE 0.
       77 TOTAL-ENVIOS-NUEVOS      PIC  9(7) VALUE 0.
       77 TOTAL-ANULADAS           PIC  9(7) VALUE 0.
       77 TOTAL-CASADAS            PIC  9(7) VALUE 0.
       77 TOTAL-NUESTRAS-ABIERTAS  PIC  9(7) VALUE 0.
       77 TOTAL-EXTR-ABIERTOS      PIC  9(7) VALUE 0.

       01 DATOS-FICHERO.
           02 FICC-MODO             PIC  X(1).
           02 FICC-FICHERO          PIC X(30).
           02 FICC-PROGRAMA         PIC X(10).
           02 FICC-ESTADO           PIC  X(1).
           02 FICC-ORIGEN           PIC  X(8).
           02 FICC-FECHA            PIC  9(8).
           02 FICC-SECUENCIA        PIC  9(6).
           02 FICC-REGISTROS        PIC  9(9).
           02 FICC-MOTIVO           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Conciliacion diaria de nuestra cuenta en el corresponsal.  Se
      * carga su extracto, se anotan como partidas nuestras las
      * transferencias que ya salieron por SWIFT (los abonos y las
      * devoluciones recibidos los anotan BATCHICR y BATCHRET al
      * cargarlos) y se casa cada apunte con su partida por
      * referencia e importe.  Lo que no casa queda abierto, en
      * ambos lados, para los dias siguientes.  El parte lista lo
      * casado hoy, lo abierto y la diferencia entre el saldo en
      * libros y el de cierre del extracto.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHNOS - Conciliacion de la cuenta en el "
               "corresponsal".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE FECHA-HOY-AAAAMMDD TO FECHA-EXTRACTO.

           OPEN I-O F-PARTIDASNOS.
           IF FSPN = 35
               CLOSE F-PARTIDASNOS
               OPEN OUTPUT F-PARTIDASNOS
               CLOSE F-PARTIDASNOS
               OPEN I-O F-PARTIDASNOS.
           IF FSPN <> 00 AND 05
               DISPLAY "BATCHNOS: error abriendo partidasnostro.ubd, "
                   "FSPN=" FSPN
               GO TO FIN-ERROR.

           OPEN I-O F-APUNTESNOS.
           IF FSAN = 35
               CLOSE F-APUNTESNOS
               OPEN OUTPUT F-APUNTESNOS
               CLOSE F-APUNTESNOS
               OPEN I-O F-APUNTESNOS.
           IF FSAN <> 00 AND 05
               DISPLAY "BATCHNOS: error abriendo apuntesnostro.ubd, "
                   "FSAN=" FSAN
               CLOSE F-PARTIDASNOS
               GO TO FIN-ERROR.

           MOVE "N" TO HAY-CONTROL.
           MOVE CLAVE-CONTROL TO PNC-CLAVE.
           READ F-PARTIDASNOS INVALID KEY
               MOVE "N" TO HAY-CONTROL
               NOT INVALID KEY
               MOVE "S" TO HAY-CONTROL
               MOVE PNC-SALDO-LIBROS-CENT TO SALDO-LIBROS-CENT
               MOVE PNC-FECHA-EXTRACTO    TO FECHA-SALDO-EXTR
               MOVE PNC-SALDO-EXTR-CENT   TO SALDO-EXTR-CENT
           END-READ.

           PERFORM CARGAR-EXTRACTO THRU CARGAR-EXTRACTO-FIN.

      * La primera vez el saldo en libros arranca del de apertura del
      * extracto; desde ahi lo mueven solo nuestras partidas.
           IF HAY-CONTROL = "N" AND HAY-APERTURA = "S"
               MOVE SALDO-APERTURA-CENT TO SALDO-LIBROS-CENT.
           IF HAY-CIERRE = "S"
               MOVE SALDO-CIERRE-CENT TO SALDO-EXTR-CENT
               MOVE FECHA-EXTRACTO    TO FECHA-SALDO-EXTR.

           PERFORM ANOTAR-ENVIOS THRU ANOTAR-ENVIOS-FIN.
           PERFORM SUMAR-A-LIBROS THRU SUMAR-A-LIBROS-FIN.
           PERFORM CASAR-APUNTES THRU CASAR-APUNTES-FIN.

           MOVE CLAVE-CONTROL         TO PNC-CLAVE.
           MOVE SALDO-LIBROS-CENT     TO PNC-SALDO-LIBROS-CENT.
           MOVE FECHA-SALDO-EXTR      TO PNC-FECHA-EXTRACTO.
           MOVE SALDO-EXTR-CENT       TO PNC-SALDO-EXTR-CENT.
           IF HAY-CONTROL = "S"
               REWRITE PARTIDANOS-CONTROL-REG INVALID KEY
                   DISPLAY "BATCHNOS: error actualizando el control"
           ELSE
               WRITE PARTIDANOS-CONTROL-REG INVALID KEY
                   DISPLAY "BATCHNOS: error anotando el control"
           END-IF.

           PERFORM EMITIR-INFORME THRU EMITIR-INFORME-FIN.

           CLOSE F-PARTIDASNOS.
           CLOSE F-APUNTESNOS.

           IF HAY-EXTRACTO = "S" AND FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           DISPLAY "BATCHNOS: apuntes del extracto     : "
               TOTAL-APUNTES.
           DISPLAY "BATCHNOS: apuntes repetidos        : "
               TOTAL-APUNTES-DUP.
           DISPLAY "BATCHNOS: envios anotados          : "
               TOTAL-ENVIOS-NUEVOS.
           DISPLAY "BATCHNOS: envios anulados          : "
               TOTAL-ANULADAS.
           DISPLAY "BATCHNOS: partidas casadas         : "
               TOTAL-CASADAS.
           DISPLAY "BATCHNOS: partidas nuestras abiertas: "
               TOTAL-NUESTRAS-ABIERTAS.
           DISPLAY "BATCHNOS: apuntes abiertos         : "
               TOTAL-EXTR-ABIERTOS.
           STOP RUN.

      * Sin extracto del dia se concilia igual lo pendiente, contra
      * el ultimo saldo de cierre conocido.
       CARGAR-EXTRACTO.
           OPEN INPUT F-EXTRACTO.
           IF FSEX <> 00
               DISPLAY "BATCHNOS: sin extracto del corresponsal hoy"
               GO TO CARGAR-EXTRACTO-FIN.

           MOVE "C" TO FICC-MODO.
           MOVE "extractonostro.txt" TO FICC-FICHERO.
           MOVE "BATCHNOS" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHNOS: extractonostro.txt ya procesado"
               CLOSE F-EXTRACTO
               GO TO CARGAR-EXTRACTO-FIN.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHNOS: extractonostro.txt no aceptado en "
                   "el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHNOS: " FICC-MOTIVO
               CLOSE F-EXTRACTO
               CLOSE F-PARTIDASNOS
               CLOSE F-APUNTESNOS
               GO TO FIN-ERROR.
           MOVE "S" TO HAY-EXTRACTO.

       LEER-EXTRACTO.
           READ F-EXTRACTO NEXT RECORD AT END
               GO TO CERRAR-EXTRACTO.
           IF EXTRACTO-REG(1:3) = "CAB" OR EXTRACTO-REG(1:3) = "PIE"
               GO TO LEER-EXTRACTO.
           IF EXT-IMPORTE-ENT IS NOT NUMERIC
              OR EXT-IMPORTE-DEC IS NOT NUMERIC
               DISPLAY "BATCHNOS: linea de extracto no valida "
                   EXTRACTO-REG(1:60)
               GO TO LEER-EXTRACTO.
           COMPUTE IMPORTE-CENT = (EXT-IMPORTE-ENT * 100)
               + EXT-IMPORTE-DEC.

           IF EXT-ETIQUETA = "60F"
               MOVE "S" TO HAY-APERTURA
               IF EXT-FECHA IS NUMERIC AND EXT-FECHA > 0
                   MOVE EXT-FECHA TO FECHA-EXTRACTO
               END-IF
               MOVE IMPORTE-CENT TO SALDO-APERTURA-CENT
               IF EXT-SIGNO = "D"
                   COMPUTE SALDO-APERTURA-CENT = 0 - IMPORTE-CENT
               END-IF
               GO TO LEER-EXTRACTO.

           IF EXT-ETIQUETA = "62F"
               MOVE "S" TO HAY-CIERRE
               MOVE IMPORTE-CENT TO SALDO-CIERRE-CENT
               IF EXT-SIGNO = "D"
                   COMPUTE SALDO-CIERRE-CENT = 0 - IMPORTE-CENT
               END-IF
               GO TO LEER-EXTRACTO.

           IF EXT-ETIQUETA NOT = "61 "
              OR (EXT-SIGNO NOT = "D" AND NOT = "C")
               DISPLAY "BATCHNOS: linea de extracto no valida "
                   EXTRACTO-REG(1:60)
               GO TO LEER-EXTRACTO.

           ADD 1 TO SECUENCIA-APUNTE.
           MOVE FECHA-EXTRACTO   TO APN-FECHA.
           MOVE SECUENCIA-APUNTE TO APN-SECUENCIA.
           MOVE EXT-SIGNO        TO APN-SIGNO.
           MOVE IMPORTE-CENT     TO APN-IMPORTE-CENT.
           MOVE EXT-REFERENCIA   TO APN-REFERENCIA.
           MOVE "A"              TO APN-ESTADO.
           MOVE 0                TO APN-FECHA-CASE.
           WRITE APUNTENOS-REG INVALID KEY
               ADD 1 TO TOTAL-APUNTES-DUP
               GO TO LEER-EXTRACTO.
           ADD 1 TO TOTAL-APUNTES.
           GO TO LEER-EXTRACTO.

       CERRAR-EXTRACTO.
           CLOSE F-EXTRACTO.

       CARGAR-EXTRACTO-FIN.
           EXIT.

      * Toda transferencia que ya salio por SWIFT es un cargo en la
      * cuenta del corresponsal, se haya confirmado o devuelto
      * despues.  Si la red la rechaza no llega a salir: su partida
      * abierta se anula.
       ANOTAR-ENVIOS.
           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00 AND 05
               DISPLAY "BATCHNOS: error abriendo interbancarias, FSB="
                   FSB
               CLOSE F-PARTIDASNOS
               CLOSE F-APUNTESNOS
               GO TO FIN-ERROR.

       LEER-ENVIO.
           READ F-INTERBANCARIAS NEXT RECORD AT END
               GO TO CERRAR-ENVIOS.
           IF INTERB-ESTADO NOT = "E" AND NOT = "C" AND NOT = "D"
              AND NOT = "F"
               GO TO LEER-ENVIO.

           MOVE "ENV"      TO PNO-TIPO.
           MOVE INTERB-NUM TO PNO-REFERENCIA.
           READ F-PARTIDASNOS INVALID KEY
               IF INTERB-ESTADO NOT = "F"
                   PERFORM NUEVO-ENVIO THRU NUEVO-ENVIO-FIN
               END-IF
               GO TO LEER-ENVIO.

           IF INTERB-ESTADO = "F" AND PNO-ESTADO = "A"
               PERFORM ANULAR-ENVIO THRU ANULAR-ENVIO-FIN.
           GO TO LEER-ENVIO.

       CERRAR-ENVIOS.
           CLOSE F-INTERBANCARIAS.

       ANOTAR-ENVIOS-FIN.
           EXIT.

      * Sale del corresponsal el contravalor en EUR; las instrucciones
      * antiguas no lo llevan y se toma el importe nominal.
       NUEVO-ENVIO.
           MOVE "ENV"      TO PNO-TIPO.
           MOVE INTERB-NUM TO PNO-REFERENCIA.
           MOVE "D"        TO PNO-SIGNO.
           IF INTERB-EUR-ENT = 0 AND INTERB-EUR-DEC = 0
               COMPUTE PNO-IMPORTE-CENT = (INTERB-IMPORTE-ENT * 100)
                   + INTERB-IMPORTE-DEC
           ELSE
               COMPUTE PNO-IMPORTE-CENT = (INTERB-EUR-ENT * 100)
                   + INTERB-EUR-DEC
           END-IF.
           MOVE FECHA-HOY-AAAAMMDD TO PNO-FECHA.
           MOVE "A"        TO PNO-ESTADO.
           MOVE "N"        TO PNO-EN-SALDO.
           MOVE 0          TO PNO-FECHA-CASE.
           MOVE 0          TO PNO-APUNTE.
           WRITE PARTIDANOS-REG INVALID KEY
               DISPLAY "BATCHNOS: error anotando envio " INTERB-NUM
               GO TO NUEVO-ENVIO-FIN.
           ADD 1 TO TOTAL-ENVIOS-NUEVOS.

       NUEVO-ENVIO-FIN.
           EXIT.

       ANULAR-ENVIO.
           IF PNO-EN-SALDO = "S"
               ADD PNO-IMPORTE-CENT TO SALDO-LIBROS-CENT.
           MOVE "X" TO PNO-ESTADO.
           MOVE "N" TO PNO-EN-SALDO.
           REWRITE PARTIDANOS-REG INVALID KEY
               DISPLAY "BATCHNOS: error anulando envio " INTERB-NUM
               GO TO ANULAR-ENVIO-FIN.
           ADD 1 TO TOTAL-ANULADAS.

       ANULAR-ENVIO-FIN.
           EXIT.

      * Cada partida nueva mueve una sola vez el saldo en libros.
       SUMAR-A-LIBROS.
           MOVE LOW-VALUES TO PNO-CLAVE.
           START F-PARTIDASNOS KEY IS > PNO-CLAVE
               INVALID KEY GO TO SUMAR-A-LIBROS-FIN.

       LEER-PARTIDA-LIBROS.
           READ F-PARTIDASNOS NEXT RECORD AT END
               GO TO SUMAR-A-LIBROS-FIN.
           IF PNO-TIPO = "CTL"
               GO TO LEER-PARTIDA-LIBROS.
           IF PNO-EN-SALDO = "S" OR PNO-ESTADO = "X"
               GO TO LEER-PARTIDA-LIBROS.

           IF PNO-SIGNO = "C"
               ADD PNO-IMPORTE-CENT TO SALDO-LIBROS-CENT
           ELSE
               SUBTRACT PNO-IMPORTE-CENT FROM SALDO-LIBROS-CENT
           END-IF.
           MOVE "S" TO PNO-EN-SALDO.
           REWRITE PARTIDANOS-REG INVALID KEY
               DISPLAY "BATCHNOS: error actualizando partida "
                   PNO-TIPO " " PNO-REFERENCIA.
           GO TO LEER-PARTIDA-LIBROS.

       SUMAR-A-LIBROS-FIN.
           EXIT.

      * Todos los apuntes abiertos, los de hoy y los que vienen de
      * dias anteriores, se intentan casar contra las partidas
      * abiertas: un cargo con el envio de su referencia, un abono
      * con la devolucion o, si no, con el abono recibido.  Han de
      * coincidir signo e importe.
       CASAR-APUNTES.
           MOVE LOW-VALUES TO APN-CLAVE.
           START F-APUNTESNOS KEY IS > APN-CLAVE
               INVALID KEY GO TO CASAR-APUNTES-FIN.

       LEER-APUNTE-ABIERTO.
           READ F-APUNTESNOS NEXT RECORD AT END
               GO TO CASAR-APUNTES-FIN.
           IF APN-ESTADO NOT = "A"
               GO TO LEER-APUNTE-ABIERTO.

           MOVE "N" TO PARTIDA-CASADA.
           IF APN-SIGNO = "D"
               MOVE "ENV" TO PNO-TIPO
               PERFORM BUSCAR-PARTIDA THRU BUSCAR-PARTIDA-FIN
           ELSE
               MOVE "DEV" TO PNO-TIPO
               PERFORM BUSCAR-PARTIDA THRU BUSCAR-PARTIDA-FIN
               IF PARTIDA-CASADA = "N"
                   MOVE "ABO" TO PNO-TIPO
                   PERFORM BUSCAR-PARTIDA THRU BUSCAR-PARTIDA-FIN
               END-IF
           END-IF.
           IF PARTIDA-CASADA = "N"
               GO TO LEER-APUNTE-ABIERTO.

           MOVE "C"                TO APN-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO APN-FECHA-CASE.
           REWRITE APUNTENOS-REG INVALID KEY
               DISPLAY "BATCHNOS: error actualizando apunte "
                   APN-FECHA " " APN-SECUENCIA.
           ADD 1 TO TOTAL-CASADAS.
           GO TO LEER-APUNTE-ABIERTO.

       CASAR-APUNTES-FIN.
           EXIT.

       BUSCAR-PARTIDA.
           MOVE APN-REFERENCIA TO PNO-REFERENCIA.
           READ F-PARTIDASNOS INVALID KEY
               GO TO BUSCAR-PARTIDA-FIN.
           IF PNO-ESTADO NOT = "A"
              OR PNO-SIGNO NOT = APN-SIGNO
              OR PNO-IMPORTE-CENT NOT = APN-IMPORTE-CENT
               GO TO BUSCAR-PARTIDA-FIN.

           MOVE "C"                TO PNO-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO PNO-FECHA-CASE.
           MOVE APN-CLAVE          TO PNO-APUNTE.
           REWRITE PARTIDANOS-REG INVALID KEY
               DISPLAY "BATCHNOS: error actualizando partida "
                   PNO-TIPO " " PNO-REFERENCIA
               GO TO BUSCAR-PARTIDA-FIN.
           MOVE "S" TO PARTIDA-CASADA.

       BUSCAR-PARTIDA-FIN.
           EXIT.

       EMITIR-INFORME.
           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHNOS: error abriendo conciliacionnostro.txt"
                   ", FSIF=" FSIF
               CLOSE F-PARTIDASNOS
               CLOSE F-APUNTESNOS
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Conciliacion de la cuenta en el "
               "corresponsal " DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           IF HAY-EXTRACTO = "S"
               STRING "Extracto del " FECHA-EXTRACTO
                   ", apuntes cargados " TOTAL-APUNTES
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               MOVE "Sin extracto del corresponsal en el dia"
                   TO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "CASADAS HOY" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LOW-VALUES TO PNO-CLAVE.
           START F-PARTIDASNOS KEY IS > PNO-CLAVE
               INVALID KEY GO TO INFORME-ABIERTAS.

       INFORME-CASADA.
           READ F-PARTIDASNOS NEXT RECORD AT END
               GO TO INFORME-ABIERTAS.
           IF PNO-TIPO = "CTL"
               GO TO INFORME-CASADA.
           IF PNO-ESTADO NOT = "C"
              OR PNO-FECHA-CASE NOT = FECHA-HOY-AAAAMMDD
               GO TO INFORME-CASADA.
           PERFORM LINEA-PARTIDA THRU LINEA-PARTIDA-FIN.
           GO TO INFORME-CASADA.

       INFORME-ABIERTAS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "PARTIDAS NUESTRAS SIN APUNTE EN EL EXTRACTO"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LOW-VALUES TO PNO-CLAVE.
           START F-PARTIDASNOS KEY IS > PNO-CLAVE
               INVALID KEY GO TO INFORME-APUNTES.

       INFORME-ABIERTA.
           READ F-PARTIDASNOS NEXT RECORD AT END
               GO TO INFORME-APUNTES.
           IF PNO-TIPO = "CTL" OR PNO-ESTADO NOT = "A"
               GO TO INFORME-ABIERTA.
           ADD 1 TO TOTAL-NUESTRAS-ABIERTAS.
           IF PNO-SIGNO = "C"
               ADD PNO-IMPORTE-CENT TO NETO-NUESTRAS-CENT
           ELSE
               SUBTRACT PNO-IMPORTE-CENT FROM NETO-NUESTRAS-CENT
           END-IF.
           PERFORM LINEA-PARTIDA THRU LINEA-PARTIDA-FIN.
           GO TO INFORME-ABIERTA.

       INFORME-APUNTES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "APUNTES DEL EXTRACTO SIN PARTIDA NUESTRA"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE LOW-VALUES TO APN-CLAVE.
           START F-APUNTESNOS KEY IS > APN-CLAVE
               INVALID KEY GO TO INFORME-SALDOS.

       INFORME-APUNTE.
           READ F-APUNTESNOS NEXT RECORD AT END
               GO TO INFORME-SALDOS.
           IF APN-ESTADO NOT = "A"
               GO TO INFORME-APUNTE.
           ADD 1 TO TOTAL-EXTR-ABIERTOS.
           IF APN-SIGNO = "C"
               ADD APN-IMPORTE-CENT TO NETO-EXTRACTO-CENT
               COMPUTE IMP-VALOR = APN-IMPORTE-CENT / 100
           ELSE
               SUBTRACT APN-IMPORTE-CENT FROM NETO-EXTRACTO-CENT
               COMPUTE IMP-VALOR = 0 - (APN-IMPORTE-CENT / 100)
           END-IF.
           MOVE IMP-VALOR TO IMP-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " APN-FECHA "-" APN-SECUENCIA " " APN-SIGNO
               " " IMP-EDIT " ref. " APN-REFERENCIA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO INFORME-APUNTE.

      * Lo que queda de diferencia despues de descontar lo abierto
      * en cada lado es lo que hay que investigar.
       INFORME-SALDOS.
           COMPUTE DIFERENCIA-CENT = SALDO-EXTR-CENT
               - SALDO-LIBROS-CENT.
           COMPUTE NO-EXPLICADA-CENT = DIFERENCIA-CENT
               - NETO-EXTRACTO-CENT + NETO-NUESTRAS-CENT.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMP-VALOR = SALDO-EXTR-CENT / 100.
           MOVE IMP-VALOR TO IMP-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Saldo de cierre del extracto (" FECHA-SALDO-EXTR
               ")  : " IMP-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMP-VALOR = SALDO-LIBROS-CENT / 100.
           MOVE IMP-VALOR TO IMP-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Saldo en libros                        : " IMP-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMP-VALOR = DIFERENCIA-CENT / 100.
           MOVE IMP-VALOR TO IMP-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Diferencia (extracto - libros)         : " IMP-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           COMPUTE IMP-VALOR = NO-EXPLICADA-CENT / 100.
           MOVE IMP-VALOR TO IMP-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Sin explicar por partidas abiertas     : " IMP-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Casadas hoy " TOTAL-CASADAS
               " abiertas nuestras " TOTAL-NUESTRAS-ABIERTAS
               " abiertas del extracto " TOTAL-EXTR-ABIERTOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

       EMITIR-INFORME-FIN.
           EXIT.

       LINEA-PARTIDA.
           IF PNO-SIGNO = "C"
               COMPUTE IMP-VALOR = PNO-IMPORTE-CENT / 100
           ELSE
               COMPUTE IMP-VALOR = 0 - (PNO-IMPORTE-CENT / 100)
           END-IF.
           MOVE IMP-VALOR TO IMP-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  " PNO-TIPO " " PNO-FECHA " " PNO-SIGNO
               " " IMP-EDIT " ref. " PNO-REFERENCIA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       LINEA-PARTIDA-FIN.
           EXIT.

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

       FIN-ERROR.
           MOVE "BATCHNOS"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSEX=" FSEX " " "FSPN=" FSPN " " "FSAN=" FSAN " "
               "FSB=" FSB
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
