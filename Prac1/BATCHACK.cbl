           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSFE.

           SELECT OPTIONAL F-CICLOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CLAVE
           FILE STATUS IS FSCI.

           SELECT OPTIONAL F-ENVIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT F-CONCILIACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCC.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 FES-FECHA             PIC  9(8).
           02 FES-DESCR             PIC  X(30).

      * Ciclos de envio de BATCHSWFT.  CIC-ESTADO: A enviado
      * pendiente de acuses, C conciliado.
       FD F-CICLOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ciclosswift.ubd".
       01 CICLO-REG.
           02 CIC-CLAVE.
               03 CIC-FECHA         PIC  9(8).
               03 CIC-CICLO         PIC  9(2).
           02 CIC-SECUENCIA         PIC  9(6).
           02 CIC-CORTE             PIC  9(4).
           02 CIC-FICHERO           PIC X(30).
           02 CIC-HORA-ENVIO        PIC  9(4).
           02 CIC-ENVIADAS          PIC  9(9).
           02 CIC-IMPORTE-CENT      PIC 9(13).
           02 CIC-ESTADO            PIC  X(1).

      * Fichero de envio de un ciclo, tal como lo dejo BATCHSWFT.
       FD F-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENVIO.
       01 LINEA-ENVIO               PIC  X(80).
       01 DETALLE-ENVIO.
           02 ENV-TIPO              PIC  X(7).
           02 ENV-INTERB-NUM        PIC X(35).
           02 FILLER                PIC X(38).

       FD F-CONCILIACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "swiftciclos.txt".
       01 LINEA-CONCILIACION        PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       77 FSEJ                     PIC  X(2).
       77 FSFE                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSCI                     PIC  X(2).
       77 FSEN                     PIC  X(2).
       77 FSCC                     PIC  X(2).

       77 NOMBRE-ENVIO             PIC X(30).
       77 CICLO-LEIDAS             PIC  9(9).
       77 CICLO-CONFIRMADAS        PIC  9(9).
       77 CICLO-FALLIDAS           PIC  9(9).
       77 CICLO-SIN-ACUSE          PIC  9(9).
       77 CICLO-OTRAS              PIC  9(9).
       77 CICLO-SITUACION          PIC X(10).
       77 TOTAL-CICLOS-CUADRADOS   PIC  9(9) VALUE 0.
       77 TOTAL-CICLOS-PENDIENTES  PIC  9(9) VALUE 0.

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TOTAL-EXCEPCIONES        PIC  9(9) VALUE 0.
       77 TOTAL-SIN-ACUSE          PIC  9(9) VALUE 0.

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
      * Acuses de la red SWIFT: el ACK confirma la entrega de la
      * interbancaria enviada y el NACK la marca como fallo de
      * entrega.  Ademas se envejecen las enviadas sin acuse por
      * dias habiles, para perseguir los pagos perdidos, y se
      * concilia cada ciclo de envio abierto contra su fichero.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHACK - Acuses SWIFT y envejecimiento".
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "swiftacuses.txt" TO FICC-FICHERO.
           MOVE "BATCHACK" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHACK: swiftacuses.txt ya procesado"
               GO TO FIN-ACUSES.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHACK: swiftacuses.txt no aceptado en el "
                   "registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHACK: " FICC-MOTIVO
               CLOSE F-ACUSES
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

       LEER-ACUSE.
           READ F-ACUSES AT END GO TO FIN-ACUSES.
           IF LINEA-ACUSE(1:3) = "CAB" OR LINEA-ACUSE(1:3) = "PIE"
               GO TO LEER-ACUSE.
           ADD 1 TO TOTAL-ACUSES.

           IF ACU-INTERB-NUM IS NOT NUMERIC
           CLOSE F-ACUSES.
           CLOSE F-EXCEPCIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

      * Envejecimiento diario: las enviadas sin acuse con 1, 2 o 5
      * dias habiles de antiguedad, para reclamar a la red.
       ENVEJECIMIENTO.
           WRITE LINEA-ENVEJECIDA.
           CLOSE F-ENVEJECIDAS.

      * Conciliacion por ciclo: cada instruccion del fichero de envio
      * del ciclo segun su acuse.  El ciclo queda conciliado cuando
      * todas tienen respuesta y cuadran con las que anoto el envio.
       CONCILIACION-CICLOS.
           OPEN OUTPUT F-CONCILIACION.
           IF FSCC <> 00
               DISPLAY "BATCHACK: error abriendo swiftciclos.txt, "
                   "FSCC=" FSCC
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-CONCILIACION.
           STRING "UnizarBank - Conciliacion de acuses por ciclo "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-CONCILIACION.
           WRITE LINEA-CONCILIACION.

           OPEN I-O F-CICLOS.
           IF FSCI <> 00
               CLOSE F-CICLOS
               MOVE "Sin ciclos de envio" TO LINEA-CONCILIACION
               WRITE LINEA-CONCILIACION
               CLOSE F-CONCILIACION
               GO TO FIN-LECTURA.

           OPEN INPUT F-INTERBANCARIAS.
           IF FSB <> 00 AND 05
               CLOSE F-CICLOS
               CLOSE F-CONCILIACION
               GO TO FIN-ERROR.

       LEER-CICLO-ABIERTO.
           READ F-CICLOS NEXT RECORD AT END
               GO TO CICLOS-CONCILIADOS.
           IF CIC-ESTADO = "C"
               GO TO LEER-CICLO-ABIERTO.

           PERFORM CONCILIAR-CICLO THRU CONCILIAR-CICLO-FIN.

           MOVE SPACES TO LINEA-CONCILIACION.
           STRING CIC-FECHA(7:2) "-" CIC-FECHA(5:2) "-"
               CIC-FECHA(1:4) " ciclo " CIC-CICLO
               " secuencia " CIC-SECUENCIA
               " enviadas " CIC-ENVIADAS
               " confirmadas " CICLO-CONFIRMADAS
               " fallidas " CICLO-FALLIDAS
               " sin acuse " CICLO-SIN-ACUSE
               " " CICLO-SITUACION
               DELIMITED BY SIZE INTO LINEA-CONCILIACION.
           WRITE LINEA-CONCILIACION.

           IF CICLO-SITUACION = "CUADRADO"
               MOVE "C" TO CIC-ESTADO
               REWRITE CICLO-REG INVALID KEY GO TO FIN-ERROR
               END-REWRITE
               ADD 1 TO TOTAL-CICLOS-CUADRADOS
           ELSE
               ADD 1 TO TOTAL-CICLOS-PENDIENTES.
           GO TO LEER-CICLO-ABIERTO.

       CICLOS-CONCILIADOS.
           CLOSE F-INTERBANCARIAS.
           CLOSE F-CICLOS.

           MOVE SPACES TO LINEA-CONCILIACION.
           STRING "Ciclos conciliados: " TOTAL-CICLOS-CUADRADOS
               " pendientes: " TOTAL-CICLOS-PENDIENTES
               DELIMITED BY SIZE INTO LINEA-CONCILIACION.
           WRITE LINEA-CONCILIACION.
           CLOSE F-CONCILIACION.

       FIN-LECTURA.
           DISPLAY "BATCHACK: acuses leidos    : " TOTAL-ACUSES.
           DISPLAY "BATCHACK: confirmadas      : " TOTAL-CONFIRMADAS.
           DISPLAY "BATCHACK: fallos de entrega: " TOTAL-FALLIDAS.
           DISPLAY "BATCHACK: excepciones      : " TOTAL-EXCEPCIONES.
           DISPLAY "BATCHACK: sin acuse        : " TOTAL-SIN-ACUSE.
           DISPLAY "BATCHACK: ciclos conciliados: "
               TOTAL-CICLOS-CUADRADOS.
           DISPLAY "BATCHACK: ciclos pendientes : "
               TOTAL-CICLOS-PENDIENTES.
           STOP RUN.

      * Instrucciones del fichero del ciclo por su situacion; las
      * devueltas o retiradas despues del envio cuentan como
      * resueltas.
       CONCILIAR-CICLO.
           MOVE 0 TO CICLO-LEIDAS.
           MOVE 0 TO CICLO-CONFIRMADAS.
           MOVE 0 TO CICLO-FALLIDAS.
           MOVE 0 TO CICLO-SIN-ACUSE.
           MOVE 0 TO CICLO-OTRAS.

           MOVE CIC-FICHERO TO NOMBRE-ENVIO.
           OPEN INPUT F-ENVIO.
           IF FSEN <> 00
               CLOSE F-ENVIO
               MOVE "SIN FICHERO" TO CICLO-SITUACION
               GO TO CONCILIAR-CICLO-FIN.

       LEER-LINEA-ENVIO.
           READ F-ENVIO AT END
               GO TO LINEAS-ENVIO-LEIDAS.
           IF ENV-TIPO NOT = "INTERB "
               GO TO LEER-LINEA-ENVIO.
           IF ENV-INTERB-NUM IS NOT NUMERIC
               GO TO LEER-LINEA-ENVIO.
           ADD 1 TO CICLO-LEIDAS.

           MOVE ENV-INTERB-NUM TO INTERB-NUM.
           READ F-INTERBANCARIAS INVALID KEY
               ADD 1 TO CICLO-SIN-ACUSE
               GO TO LEER-LINEA-ENVIO.

           IF INTERB-ESTADO = "C"
               ADD 1 TO CICLO-CONFIRMADAS
           ELSE
               IF INTERB-ESTADO = "F"
                   ADD 1 TO CICLO-FALLIDAS
               ELSE
                   IF INTERB-ESTADO = "E"
                       ADD 1 TO CICLO-SIN-ACUSE
                   ELSE
                       ADD 1 TO CICLO-OTRAS
                   END-IF
               END-IF
           END-IF.
           GO TO LEER-LINEA-ENVIO.

       LINEAS-ENVIO-LEIDAS.
           CLOSE F-ENVIO.
           IF CICLO-LEIDAS NOT = CIC-ENVIADAS
               MOVE "DESCUADRE" TO CICLO-SITUACION
           ELSE
               IF CICLO-SIN-ACUSE > 0
                   MOVE "PENDIENTE" TO CICLO-SITUACION
               ELSE
                   MOVE "CUADRADO" TO CICLO-SITUACION.

       CONCILIAR-CICLO-FIN.
           EXIT.

      * Dias habiles transcurridos entre el envio y hoy, sin contar
      * el propio dia de envio.
       CONTAR-DIAS-HABILES.
