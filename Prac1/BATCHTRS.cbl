       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHTRS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECIBIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRC.

           SELECT F-ENVIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEV.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAV.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

           SELECT OPTIONAL F-TRASLADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRS-NUM
           FILE STATUS IS FSTR.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAND-NUM
           ALTERNATE RECORD KEY IS MAND-TARJETA WITH DUPLICATES
           FILE STATUS IS FSN.

           SELECT OPTIONAL F-TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-NUM
           FILE STATUS IS FSTF.

           SELECT OPTIONAL F-ORDENESIBAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OIB-NUM
           FILE STATUS IS FSOI.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           ALTERNATE RECORD KEY IS CTA-ID-E WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-FESTIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSFE.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Intercambio de traslados de cuenta con otras entidades.  Los
      * dos ficheros llevan cabecera y pie como el resto de ficheros
      * de intercambio y registros de detalle de posiciones fijas:
      *   1-3   tipo de registro
      *   4-13  referencia del traslado (numero de la entidad que lo
      *         inicio)
      *  14-22  NIF del titular
      *  23-30  entidad corresponsal (la que envia en el recibido,
      *         la destinataria en el de envio)
      * y segun el tipo:
      *   PET peticion de traslado: IBAN de la cuenta en la entidad
      *       que recibe la peticion y fecha de efecto
      *   DOM domiciliacion activa: acreedor y referencia del mandato
      *   TRF orden periodica: destino (tarjeta de UnizarBank o IBAN),
      *       beneficiario, importe, dia del mes y concepto
      *   PAG pagador habitual al que avisar del cambio de cuenta
       FD F-RECIBIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "trasladosrecibidos.txt".
       01 LINEA-RECIBIDA            PIC X(200).
       01 RECIBIDO-COMUN.
           02 RCO-TIPO              PIC  X(3).
           02 RCO-REFERENCIA        PIC X(10).
           02 RCO-NIF               PIC  X(9).
           02 RCO-ENTIDAD           PIC  X(8).
           02 FILLER                PIC X(170).
       01 RECIBIDO-PETICION.
           02 FILLER                PIC X(30).
           02 RPE-IBAN              PIC X(34).
           02 RPE-FECHA-EFECTO      PIC  X(8).
           02 FILLER                PIC X(128).
       01 RECIBIDO-DOMICILIACION.
           02 FILLER                PIC X(30).
           02 RDO-EMISOR            PIC X(20).
           02 RDO-REF-MANDATO       PIC X(20).
           02 FILLER                PIC X(130).
       01 RECIBIDO-ORDEN.
           02 FILLER                PIC X(30).
           02 ROR-DESTINO           PIC X(34).
           02 ROR-BENEFICIARIO      PIC X(30).
           02 ROR-IMPORTE-ENT       PIC  X(7).
           02 ROR-IMPORTE-DEC       PIC  X(2).
           02 ROR-DIA-MES           PIC  X(2).
           02 ROR-CONCEPTO          PIC X(18).
           02 FILLER                PIC X(77).
       01 RECIBIDO-PAGADOR.
           02 FILLER                PIC X(30).
           02 RPA-PAGADOR           PIC X(30).
           02 RPA-REF-PAGO          PIC X(20).
           02 FILLER                PIC X(120).

       FD F-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "trasladosenvio.txt".
       01 LINEA-ENVIO               PIC X(200).
       01 CABECERA-ENVIO.
           02 ECA-TIPO              PIC  X(3).
           02 ECA-ORIGEN            PIC  X(8).
           02 ECA-FECHA             PIC  9(8).
           02 ECA-SECUENCIA         PIC  9(6).
           02 FILLER                PIC X(175).
       01 ENVIO-COMUN.
           02 ECO-TIPO              PIC  X(3).
           02 ECO-REFERENCIA        PIC X(10).
           02 ECO-NIF               PIC  X(9).
           02 ECO-ENTIDAD           PIC  X(8).
           02 FILLER                PIC X(170).
       01 ENVIO-PETICION.
           02 FILLER                PIC X(30).
           02 EPE-IBAN              PIC X(34).
           02 EPE-FECHA-EFECTO      PIC  9(8).
           02 FILLER                PIC X(128).
       01 ENVIO-DOMICILIACION.
           02 FILLER                PIC X(30).
           02 EDO-EMISOR            PIC X(20).
           02 EDO-REF-MANDATO       PIC X(20).
           02 FILLER                PIC X(130).
       01 ENVIO-ORDEN.
           02 FILLER                PIC X(30).
           02 EOR-DESTINO           PIC X(34).
           02 EOR-BENEFICIARIO      PIC X(30).
           02 EOR-IMPORTE-ENT       PIC  9(7).
           02 EOR-IMPORTE-DEC       PIC  9(2).
           02 EOR-DIA-MES           PIC  9(2).
           02 EOR-CONCEPTO          PIC X(18).
           02 FILLER                PIC X(77).
       01 PIE-ENVIO.
           02 EPI-TIPO              PIC  X(3).
           02 EPI-REGISTROS         PIC  9(9).
           02 EPI-HASH              PIC 9(15).
           02 FILLER                PIC X(173).

      * Cartas de aviso del cambio de cuenta a los acreedores de las
      * domiciliaciones traidas y a los pagadores del cliente.
       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisostraslado.txt".
       01 LINEA-AVISO               PIC X(132).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "trasladosinforme.txt".
       01 LINEA-INFORME             PIC X(132).

       FD F-TRASLADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "traslados.ubd".
       01 TRASLADO-REG.
           02 TRS-NUM               PIC  9(10).
           02 TRS-TIPO              PIC  X(1).
           02 TRS-NIF               PIC  X(9).
           02 TRS-TARJETA           PIC 9(16).
           02 TRS-ENTIDAD           PIC  X(8).
           02 TRS-IBAN              PIC X(34).
           02 TRS-REF-EXTERNA       PIC X(10).
           02 TRS-FECHA-ALTA        PIC  9(8).
           02 TRS-FECHA-ENVIO       PIC  9(8).
           02 TRS-FECHA-FIN         PIC  9(8).
           02 TRS-OPERADOR          PIC  9(4).
           02 TRS-MANDATOS          PIC  9(3).
           02 TRS-ORDENES           PIC  9(3).
           02 TRS-PAGADORES         PIC  9(3).
           02 TRS-ESTADO            PIC  X(1).

       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
       01 MANDATO-REG.
           02 MAND-NUM              PIC  9(10).
           02 MAND-TARJETA          PIC  9(16).
           02 MAND-EMISOR           PIC  X(20).
           02 MAND-ESTADO           PIC   X(1).

       FD F-TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "transferencias.ubd".
       01 TRANSFERENCIA-REG.
           02 TRF-NUM              PIC  9(35).
           02 TRF-TARJETA          PIC  9(16).
           02 TRF-ANO              PIC   9(4).
           02 TRF-MES              PIC   9(2).
           02 TRF-DIA              PIC   9(2).
           02 TRF-HOR              PIC   9(2).
           02 TRF-MIN              PIC   9(2).
           02 TRF-SEG              PIC   9(2).
           02 TRF-CONCEPTO         PIC  X(18).
           02 TRF-IMPORTE-ENT      PIC  S9(7).
           02 TRF-IMPORTE-DEC      PIC   9(2).
           02 TRF-DESTINO          PIC  9(16).
           02 TRF-REP              PIC  X(1).
           02 TRF-EJECUTADA        PIC  X(1).
           02 TRF-EJEC-ALGUNA      PIC  X(1).

       FD F-ORDENESIBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ordenesiban.ubd".
       01 ORDENIBAN-REG.
           02 OIB-NUM               PIC  9(10).
           02 OIB-TARJETA           PIC 9(16).
           02 OIB-IBAN              PIC  X(34).
           02 OIB-BENEFICIARIO      PIC  X(30).
           02 OIB-IMPORTE-ENT       PIC  S9(7).
           02 OIB-IMPORTE-DEC       PIC   9(2).
           02 OIB-MONEDA            PIC   X(3).
           02 OIB-DIA-MES           PIC   9(2).
           02 OIB-PROX-FECHA        PIC   9(8).
           02 OIB-ESTADO            PIC   X(1).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-FESTIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "festivos.ubd".
       01 FESTIVO-REG.
           02 FES-FECHA             PIC  9(8).
           02 FES-DESCR             PIC  X(30).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSRC                     PIC  X(2).
       77 FSEV                     PIC  X(2).
       77 FSAV                     PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSTR                     PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSOI                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSFE                     PIC  X(2).
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
       77 FECHA-HOY-INT            PIC  9(9).
       77 FECHA-ENVIO-AAAAMMDD     PIC  9(8).
       77 FECHA-ENVIO-INT          PIC  9(9).
       77 FECHA-PASO-INT           PIC  9(9).
       77 FECHA-PASO-AAAAMMDD      PIC  9(8).
       77 DIAS-HABILES             PIC  9(4).
       77 DIA-HABIL                PIC  9(1).
       77 FECHA-COMPROBAR          PIC  9(8).
       77 FECHA-COMPROBAR-INT      PIC  9(9).
       77 DIA-SEMANA               PIC  9(1).

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 PLAZO-TRASLADO           PIC  9(4).

       77 MOTIVO-RECHAZO           PIC X(30).
       77 LAST-TRS-NUM             PIC  9(10).
       77 LAST-MAND-NUM            PIC  9(10).
       77 LAST-OIB-NUM             PIC  9(10).
       77 LAST-TRF-NUM             PIC  9(35).
       77 TRASLADO-ABIERTO         PIC  9(1).
       77 CUENTAS-ABIERTAS         PIC  9(3).
       77 NIF-BUSCADO              PIC  X(9).
       77 TIPO-BUSCADO             PIC  X(1).
       77 MANDATO-DUPLICADO        PIC  9(1).
       77 TARJETA-BUSCADA          PIC 9(16).
       77 TARJETA-EXISTE           PIC  9(1).
       77 NOMBRE-TITULAR           PIC X(30).
       77 IMPORTE-ORDEN-CENT       PIC S9(9).
       77 IMPORTE-EXPORT-CENT      PIC S9(9).
       77 DIA-ORDEN                PIC  9(2).
       77 FECHA-PROXIMA            PIC  9(8).
       77 PROX-ANO                 PIC  9(4).
       77 PROX-MES                 PIC  9(2).
       77 SIG-ANO                  PIC  9(4).
       77 SIG-MES                  PIC  9(2).
       77 FECHA-TRAB               PIC  9(8).
       77 ENTERO-TRAB              PIC  9(9).
       77 DIA-CLAMP                PIC  9(2).
       77 REFERENCIA-ENVIO         PIC X(10).
       77 REF-NUMERICA             PIC 9(10).
       77 EXPORTADOS-MANDATOS      PIC  9(3).
       77 EXPORTADOS-ORDENES       PIC  9(3).

      * Tarjetas del cliente que se va, para localizar sus mandatos y
      * ordenes en una sola pasada por cada fichero.
       78 MAX-TARJETAS-CLIENTE     VALUE 50.
       01 TABLA-TARJETAS-CLIENTE.
           02 TCL-TARJETA OCCURS 50 TIMES PIC 9(16).
       77 NUM-TARJETAS-CLIENTE     PIC  9(3).
       77 IDX-TCL                  PIC  9(3).
       77 TARJETA-DEL-CLIENTE      PIC  9(1).

       77 REGISTROS-ENVIO          PIC  9(9) VALUE 0.
       77 HASH-CALCULADO           PIC 9(15) VALUE 0.
       77 IDX-POS                  PIC  9(3).
       01 CARACTER                 PIC  X(1).
       01 CARACTER-NUM REDEFINES CARACTER PIC 9(1).

       77 TOTAL-RECIBIDAS          PIC  9(9) VALUE 0.
       77 TOTAL-PETICIONES         PIC  9(9) VALUE 0.
       77 TOTAL-MANDATOS           PIC  9(9) VALUE 0.
       77 TOTAL-DUPLICADOS         PIC  9(9) VALUE 0.
       77 TOTAL-ORDENES            PIC  9(9) VALUE 0.
       77 TOTAL-PAGADORES          PIC  9(9) VALUE 0.
       77 TOTAL-RECHAZADAS         PIC  9(9) VALUE 0.
       77 TOTAL-PET-ENVIADAS       PIC  9(9) VALUE 0.
       77 TOTAL-SALIDAS            PIC  9(9) VALUE 0.
       77 TOTAL-FUERA-PLAZO        PIC  9(9) VALUE 0.

       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).

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

      * Traslado de cuentas entre entidades.  Carga lo que devuelven
      * las entidades de origen para los traslados de entrada
      * (domiciliaciones, ordenes periodicas y pagadores), da de alta
      * las peticiones de salida que llegan de otras entidades, envia
      * las peticiones de entrada pendientes y entrega a la entidad
      * de destino los mandatos y ordenes de quien se va.  Los
      * traslados de entrada sin respuesta en el plazo regulado se
      * senalan en el informe.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHTRS - Traslado de cuentas entre entidades".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).

      * Dias habiles que tiene la otra entidad para contestar.
           MOVE "TRSPLAZO" TO PARAM-BUSCADO.
           MOVE 5 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO PLAZO-TRASLADO.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHTRS: error abriendo trasladosinforme.txt"
                   ", FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Traslados de cuentas " DIA
               "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN OUTPUT F-AVISOS.
           IF FSAV <> 00
               DISPLAY "BATCHTRS: error abriendo avisostraslado.txt"
                   ", FSAV=" FSAV
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-AVISO.
           STRING "UnizarBank - Avisos de cambio de cuenta " DIA
               "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-AVISO.
           WRITE LINEA-AVISO.

           OPEN I-O F-TRASLADOS.
           IF FSTR = 35
               CLOSE F-TRASLADOS
               OPEN OUTPUT F-TRASLADOS
               CLOSE F-TRASLADOS
               OPEN I-O F-TRASLADOS.
           IF FSTR <> 00 AND 05
               GO TO FIN-ERROR.

           MOVE 0 TO LAST-TRS-NUM.

       LEER-TRASLADO-MAX.
           READ F-TRASLADOS NEXT RECORD AT END
               GO TO ABRIR-RECIBIDOS.
           IF TRS-NUM > LAST-TRS-NUM
               MOVE TRS-NUM TO LAST-TRS-NUM.
           GO TO LEER-TRASLADO-MAX.

       ABRIR-RECIBIDOS.
           PERFORM ASEGURAR-CONTADOR-TRF
               THRU ASEGURAR-CONTADOR-TRF-FIN.

           OPEN INPUT F-RECIBIDOS.
           IF FSRC = 35
               DISPLAY "BATCHTRS: sin fichero de traslados recibidos"
               GO TO BARRER-TRASLADOS.
           IF FSRC <> 00
               DISPLAY "BATCHTRS: error abriendo trasladosrecibidos"
                   ".txt, FSRC=" FSRC
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "trasladosrecibidos.txt" TO FICC-FICHERO.
           MOVE "BATCHTRS" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHTRS: trasladosrecibidos.txt ya "
                   "procesado"
               GO TO FIN-RECIBIDOS.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHTRS: trasladosrecibidos.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHTRS: " FICC-MOTIVO
               CLOSE F-RECIBIDOS
               GO TO FIN-ERROR.

       LEER-RECIBIDO.
           READ F-RECIBIDOS AT END GO TO FIN-RECIBIDOS.
           IF LINEA-RECIBIDA(1:3) = "CAB"
               OR LINEA-RECIBIDA(1:3) = "PIE"
               GO TO LEER-RECIBIDO.
           ADD 1 TO TOTAL-RECIBIDAS.

           PERFORM PROCESAR-RECIBIDO THRU PROCESAR-RECIBIDO-FIN.
           GO TO LEER-RECIBIDO.

       PROCESAR-RECIBIDO.
           MOVE SPACES TO MOTIVO-RECHAZO.

           IF RCO-TIPO = "PET"
               PERFORM ALTA-PETICION-SALIDA
                   THRU ALTA-PETICION-SALIDA-FIN
               IF MOTIVO-RECHAZO NOT = SPACES
                   GO TO RECHAZAR-RECIBIDO
               END-IF
               GO TO PROCESAR-RECIBIDO-FIN.

           IF RCO-TIPO NOT = "DOM" AND NOT = "TRF" AND NOT = "PAG"
               MOVE "TIPO DE REGISTRO DESCONOCIDO" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-RECIBIDO.

      * Las respuestas vienen con nuestro numero de traslado.
           IF RCO-REFERENCIA IS NOT NUMERIC
               MOVE "REFERENCIA NO VALIDA" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-RECIBIDO.

           MOVE RCO-REFERENCIA TO TRS-NUM.
           READ F-TRASLADOS INVALID KEY
               MOVE "TRASLADO DESCONOCIDO" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-RECIBIDO.

           IF TRS-TIPO NOT = "E"
              OR (TRS-ESTADO NOT = "E" AND NOT = "C")
               MOVE "TRASLADO NO ESPERA RESPUESTA" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-RECIBIDO.
           IF RCO-NIF NOT = TRS-NIF
               MOVE "NIF NO COINCIDE" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-RECIBIDO.
           IF RCO-ENTIDAD NOT = TRS-ENTIDAD
               MOVE "ENTIDAD NO COINCIDE" TO MOTIVO-RECHAZO
               GO TO RECHAZAR-RECIBIDO.

           MOVE TRS-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-FIN.

           IF RCO-TIPO = "DOM"
               PERFORM CARGAR-DOMICILIACION
                   THRU CARGAR-DOMICILIACION-FIN.
           IF RCO-TIPO = "TRF"
               PERFORM CARGAR-ORDEN THRU CARGAR-ORDEN-FIN.
           IF RCO-TIPO = "PAG"
               PERFORM AVISAR-PAGADOR THRU AVISAR-PAGADOR-FIN.
           IF MOTIVO-RECHAZO NOT = SPACES
               GO TO RECHAZAR-RECIBIDO.

           MOVE "C"                TO TRS-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO TRS-FECHA-FIN.
           REWRITE TRASLADO-REG INVALID KEY GO TO FIN-ERROR.
           GO TO PROCESAR-RECIBIDO-FIN.

       RECHAZAR-RECIBIDO.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RECHAZO " MOTIVO-RECHAZO " TIPO " RCO-TIPO
               " REF " RCO-REFERENCIA " NIF " RCO-NIF
               " ENTIDAD " RCO-ENTIDAD
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO TOTAL-RECHAZADAS.

       PROCESAR-RECIBIDO-FIN.
           EXIT.

      *****************************************************************
      * Otra entidad pide el traslado de un cliente nuestro: queda un
      * traslado de salida pendiente que se atiende esta misma noche.
      *****************************************************************
       ALTA-PETICION-SALIDA.
           IF RCO-NIF = SPACES OR RCO-ENTIDAD = SPACES
              OR RCO-REFERENCIA = SPACES OR RPE-IBAN = SPACES
               MOVE "PETICION INCOMPLETA" TO MOTIVO-RECHAZO
               GO TO ALTA-PETICION-SALIDA-FIN.

           MOVE RCO-NIF TO NIF-BUSCADO.
           PERFORM CONTAR-CUENTAS-NIF THRU CONTAR-CUENTAS-NIF-FIN.
           IF CUENTAS-ABIERTAS = 0
               MOVE "NIF SIN CUENTAS ABIERTAS" TO MOTIVO-RECHAZO
               GO TO ALTA-PETICION-SALIDA-FIN.

           MOVE "S" TO TIPO-BUSCADO.
           PERFORM BUSCAR-TRASLADO-ABIERTO
               THRU BUSCAR-TRASLADO-ABIERTO-FIN.
           IF TRASLADO-ABIERTO = 1
               MOVE "TRASLADO YA EN CURSO" TO MOTIVO-RECHAZO
               GO TO ALTA-PETICION-SALIDA-FIN.

           ADD 1 TO LAST-TRS-NUM.
           MOVE LAST-TRS-NUM       TO TRS-NUM.
           MOVE "S"                TO TRS-TIPO.
           MOVE RCO-NIF            TO TRS-NIF.
           MOVE 0                  TO TRS-TARJETA.
           MOVE RCO-ENTIDAD        TO TRS-ENTIDAD.
           MOVE RPE-IBAN           TO TRS-IBAN.
           MOVE RCO-REFERENCIA     TO TRS-REF-EXTERNA.
           MOVE FECHA-HOY-AAAAMMDD TO TRS-FECHA-ALTA.
           MOVE 0                  TO TRS-FECHA-ENVIO.
           MOVE 0                  TO TRS-FECHA-FIN.
           MOVE 0                  TO TRS-OPERADOR.
           MOVE 0                  TO TRS-MANDATOS.
           MOVE 0                  TO TRS-ORDENES.
           MOVE 0                  TO TRS-PAGADORES.
           MOVE "P"                TO TRS-ESTADO.
           WRITE TRASLADO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-PETICIONES.

           MOVE SPACES TO LINEA-INFORME.
           STRING "PETICION DE SALIDA " TRS-NUM " NIF " TRS-NIF
               " ENTIDAD " TRS-ENTIDAD " REF " TRS-REF-EXTERNA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ALTA-PETICION-SALIDA-FIN.
           EXIT.

      * Un mismo NIF no puede tener dos traslados vivos del mismo
      * sentido.
       BUSCAR-TRASLADO-ABIERTO.
           MOVE 0 TO TRASLADO-ABIERTO.

           MOVE 0 TO TRS-NUM.
           START F-TRASLADOS KEY IS >= TRS-NUM INVALID KEY
               GO TO BUSCAR-TRASLADO-ABIERTO-FIN.

       LEER-TRASLADO-ABIERTO.
           READ F-TRASLADOS NEXT RECORD AT END
               GO TO BUSCAR-TRASLADO-ABIERTO-FIN.
           IF TRS-NIF = NIF-BUSCADO AND TRS-TIPO = TIPO-BUSCADO
              AND (TRS-ESTADO = "P" OR TRS-ESTADO = "E")
               MOVE 1 TO TRASLADO-ABIERTO
               GO TO BUSCAR-TRASLADO-ABIERTO-FIN.
           GO TO LEER-TRASLADO-ABIERTO.

       BUSCAR-TRASLADO-ABIERTO-FIN.
           EXIT.

      *****************************************************************
      * Domiciliacion traida: mandato activo sobre la tarjeta de
      * destino y carta al acreedor con la nueva cuenta de cargo.
      *****************************************************************
       CARGAR-DOMICILIACION.
           MOVE RDO-EMISOR TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               MOVE "ACREEDOR DESCONOCIDO" TO MOTIVO-RECHAZO
               GO TO CARGAR-DOMICILIACION-FIN.
           IF ACRC-RESULTADO NOT = "O"
               MOVE "ACREEDOR DE BAJA" TO MOTIVO-RECHAZO
               GO TO CARGAR-DOMICILIACION-FIN.

           OPEN I-O F-MANDATOS.
           IF FSN = 35
               CLOSE F-MANDATOS
               OPEN OUTPUT F-MANDATOS
               CLOSE F-MANDATOS
               OPEN I-O F-MANDATOS.
           IF FSN <> 00 AND 05
               GO TO FIN-ERROR.

           MOVE 0 TO LAST-MAND-NUM.
           MOVE 0 TO MANDATO-DUPLICADO.

       LEER-MANDATO-MAX.
           READ F-MANDATOS NEXT RECORD AT END
               GO TO ESCRIBIR-MANDATO.
           IF MAND-NUM > LAST-MAND-NUM
               MOVE MAND-NUM TO LAST-MAND-NUM.
           IF MAND-TARJETA = TRS-TARJETA AND MAND-EMISOR = RDO-EMISOR
              AND MAND-ESTADO = "A"
               MOVE 1 TO MANDATO-DUPLICADO.
           GO TO LEER-MANDATO-MAX.

      * Si el cliente ya habia firmado aqui el mandato no se repite,
      * pero el acreedor recibe igualmente el aviso.
       ESCRIBIR-MANDATO.
           IF MANDATO-DUPLICADO = 1
               CLOSE F-MANDATOS
               ADD 1 TO TOTAL-DUPLICADOS
               GO TO AVISAR-ACREEDOR.

           ADD 1 TO LAST-MAND-NUM.
           MOVE LAST-MAND-NUM TO MAND-NUM.
           MOVE TRS-TARJETA   TO MAND-TARJETA.
           MOVE RDO-EMISOR    TO MAND-EMISOR.
           MOVE "A"           TO MAND-ESTADO.
           WRITE MANDATO-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-MANDATOS.
           ADD 1 TO TRS-MANDATOS.
           ADD 1 TO TOTAL-MANDATOS.

       AVISAR-ACREEDOR.
           MOVE SPACES TO LINEA-AVISO.
           STRING "ACREEDOR " RDO-EMISOR " " ACRC-NOMBRE
               " MANDATO " RDO-REF-MANDATO
               DELIMITED BY SIZE INTO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE SPACES TO LINEA-AVISO.
           STRING "  DEUDOR " NOMBRE-TITULAR " NIF " TRS-NIF
               " NUEVA CUENTA DE CARGO UNIZARBANK TARJETA "
               TRS-TARJETA
               DELIMITED BY SIZE INTO LINEA-AVISO.
           WRITE LINEA-AVISO.

       CARGAR-DOMICILIACION-FIN.
           EXIT.

      *****************************************************************
      * Orden periodica traida: si el destino es una tarjeta de
      * UnizarBank queda como transferencia mensual programada; si no,
      * como orden periodica a IBAN.  La primera ejecucion es el
      * primer dia de la orden posterior a hoy.
      *****************************************************************
       CARGAR-ORDEN.
           IF ROR-IMPORTE-ENT IS NOT NUMERIC
              OR ROR-IMPORTE-DEC IS NOT NUMERIC
              OR ROR-DIA-MES IS NOT NUMERIC
              OR ROR-DESTINO = SPACES
               MOVE "FORMATO NO VALIDO" TO MOTIVO-RECHAZO
               GO TO CARGAR-ORDEN-FIN.

           COMPUTE IMPORTE-ORDEN-CENT =
               FUNCTION NUMVAL(ROR-IMPORTE-ENT) * 100
               + FUNCTION NUMVAL(ROR-IMPORTE-DEC).
           COMPUTE DIA-ORDEN = FUNCTION NUMVAL(ROR-DIA-MES).
           IF IMPORTE-ORDEN-CENT = 0 OR DIA-ORDEN = 0
              OR DIA-ORDEN > 31
               MOVE "IMPORTE O DIA NO VALIDO" TO MOTIVO-RECHAZO
               GO TO CARGAR-ORDEN-FIN.

           PERFORM CALCULAR-PROXIMA-FECHA
               THRU CALCULAR-PROXIMA-FECHA-FIN.

           MOVE 0 TO TARJETA-EXISTE.
           IF ROR-DESTINO(1:16) IS NUMERIC
              AND ROR-DESTINO(17:18) = SPACES
               MOVE ROR-DESTINO(1:16) TO TARJETA-BUSCADA
               PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-FIN.

           IF TARJETA-EXISTE = 1
               PERFORM ALTA-TRANSFERENCIA
                   THRU ALTA-TRANSFERENCIA-FIN
           ELSE
               PERFORM ALTA-ORDEN-IBAN THRU ALTA-ORDEN-IBAN-FIN.

           ADD 1 TO TRS-ORDENES.
           ADD 1 TO TOTAL-ORDENES.

       CARGAR-ORDEN-FIN.
           EXIT.

       ALTA-TRANSFERENCIA.
           PERFORM SIGUIENTE-TRF-NUM THRU SIGUIENTE-TRF-NUM-FIN.

           OPEN I-O F-TRANSFERENCIAS.
           IF FSTF = 35
               CLOSE F-TRANSFERENCIAS
               OPEN OUTPUT F-TRANSFERENCIAS
               CLOSE F-TRANSFERENCIAS
               OPEN I-O F-TRANSFERENCIAS.
           IF FSTF <> 00 AND 05
               GO TO FIN-ERROR.

           MOVE LAST-TRF-NUM          TO TRF-NUM.
           MOVE TRS-TARJETA           TO TRF-TARJETA.
           MOVE FECHA-PROXIMA(1:4)    TO TRF-ANO.
           MOVE FECHA-PROXIMA(5:2)    TO TRF-MES.
           MOVE FECHA-PROXIMA(7:2)    TO TRF-DIA.
           MOVE 0                     TO TRF-HOR.
           MOVE 0                     TO TRF-MIN.
           MOVE 0                     TO TRF-SEG.
           MOVE ROR-CONCEPTO          TO TRF-CONCEPTO.
           COMPUTE TRF-IMPORTE-ENT = IMPORTE-ORDEN-CENT / 100.
           MOVE FUNCTION MOD(IMPORTE-ORDEN-CENT, 100)
               TO TRF-IMPORTE-DEC.
           MOVE TARJETA-BUSCADA       TO TRF-DESTINO.
           MOVE "S"                   TO TRF-REP.
           MOVE "N"                   TO TRF-EJECUTADA.
           MOVE "N"                   TO TRF-EJEC-ALGUNA.
           WRITE TRANSFERENCIA-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-TRANSFERENCIAS.

       ALTA-TRANSFERENCIA-FIN.
           EXIT.

       ALTA-ORDEN-IBAN.
           OPEN I-O F-ORDENESIBAN.
           IF FSOI = 35
               CLOSE F-ORDENESIBAN
               OPEN OUTPUT F-ORDENESIBAN
               CLOSE F-ORDENESIBAN
               OPEN I-O F-ORDENESIBAN.
           IF FSOI <> 00 AND 05
               GO TO FIN-ERROR.

           MOVE 0 TO LAST-OIB-NUM.

       LEER-ORDEN-IBAN-MAX.
           READ F-ORDENESIBAN NEXT RECORD AT END
               GO TO ESCRIBIR-ORDEN-IBAN.
           IF OIB-NUM > LAST-OIB-NUM
               MOVE OIB-NUM TO LAST-OIB-NUM.
           GO TO LEER-ORDEN-IBAN-MAX.

       ESCRIBIR-ORDEN-IBAN.
           ADD 1 TO LAST-OIB-NUM.
           MOVE LAST-OIB-NUM          TO OIB-NUM.
           MOVE TRS-TARJETA           TO OIB-TARJETA.
           MOVE ROR-DESTINO           TO OIB-IBAN.
           MOVE ROR-BENEFICIARIO      TO OIB-BENEFICIARIO.
           COMPUTE OIB-IMPORTE-ENT = IMPORTE-ORDEN-CENT / 100.
           MOVE FUNCTION MOD(IMPORTE-ORDEN-CENT, 100)
               TO OIB-IMPORTE-DEC.
           MOVE "EUR"                 TO OIB-MONEDA.
           MOVE DIA-ORDEN             TO OIB-DIA-MES.
           MOVE FECHA-PROXIMA         TO OIB-PROX-FECHA.
           MOVE "A"                   TO OIB-ESTADO.
           WRITE ORDENIBAN-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-ORDENESIBAN.

       ALTA-ORDEN-IBAN-FIN.
           EXIT.

      * Primer dia de la orden posterior a hoy, ajustado al ultimo
      * dia de los meses mas cortos.
       CALCULAR-PROXIMA-FECHA.
           MOVE ANO TO PROX-ANO.
           MOVE MES TO PROX-MES.
           PERFORM AJUSTAR-DIA-MES THRU AJUSTAR-DIA-MES-FIN.
           IF FECHA-PROXIMA > FECHA-HOY-AAAAMMDD
               GO TO CALCULAR-PROXIMA-FECHA-FIN.

           ADD 1 TO PROX-MES.
           IF PROX-MES > 12
               MOVE 1 TO PROX-MES
               ADD 1 TO PROX-ANO.
           PERFORM AJUSTAR-DIA-MES THRU AJUSTAR-DIA-MES-FIN.

       CALCULAR-PROXIMA-FECHA-FIN.
           EXIT.

       AJUSTAR-DIA-MES.
           MOVE PROX-ANO TO SIG-ANO.
           COMPUTE SIG-MES = PROX-MES + 1.
           IF SIG-MES > 12
               MOVE 1 TO SIG-MES
               ADD 1 TO SIG-ANO.
           COMPUTE FECHA-TRAB = (SIG-ANO * 10000)
               + (SIG-MES * 100) + 1.
           COMPUTE ENTERO-TRAB =
               FUNCTION INTEGER-OF-DATE(FECHA-TRAB) - 1.
           COMPUTE FECHA-TRAB =
               FUNCTION DATE-OF-INTEGER(ENTERO-TRAB).
           COMPUTE DIA-CLAMP = FUNCTION MOD(FECHA-TRAB, 100).
           IF DIA-ORDEN < DIA-CLAMP
               MOVE DIA-ORDEN TO DIA-CLAMP.
           COMPUTE FECHA-PROXIMA = (PROX-ANO * 10000)
               + (PROX-MES * 100) + DIA-CLAMP.

       AJUSTAR-DIA-MES-FIN.
           EXIT.

       AVISAR-PAGADOR.
           IF RPA-PAGADOR = SPACES
               MOVE "PAGADOR SIN NOMBRE" TO MOTIVO-RECHAZO
               GO TO AVISAR-PAGADOR-FIN.

           MOVE SPACES TO LINEA-AVISO.
           STRING "PAGADOR " RPA-PAGADOR " REF " RPA-REF-PAGO
               DELIMITED BY SIZE INTO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE SPACES TO LINEA-AVISO.
           STRING "  BENEFICIARIO " NOMBRE-TITULAR " NIF " TRS-NIF
               " NUEVA CUENTA DE ABONO UNIZARBANK TARJETA "
               TRS-TARJETA
               DELIMITED BY SIZE INTO LINEA-AVISO.
           WRITE LINEA-AVISO.
           ADD 1 TO TRS-PAGADORES.
           ADD 1 TO TOTAL-PAGADORES.

       AVISAR-PAGADOR-FIN.
           EXIT.

       FIN-RECIBIDOS.
           CLOSE F-RECIBIDOS.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

      *****************************************************************
      * Recorrido de los traslados: envio de peticiones de entrada,
      * entrega de lo del cliente que se va y control de plazos.
      *****************************************************************
       BARRER-TRASLADOS.
           OPEN OUTPUT F-ENVIO.
           IF FSEV <> 00
               DISPLAY "BATCHTRS: error abriendo trasladosenvio.txt"
                   ", FSEV=" FSEV
               GO TO FIN-ERROR.

           PERFORM SIGUIENTE-SECUENCIA THRU SIGUIENTE-SECUENCIA-FIN.
           MOVE SPACES TO CABECERA-ENVIO.
           MOVE "CAB"              TO ECA-TIPO.
           MOVE "UNIZARBK"         TO ECA-ORIGEN.
           MOVE FECHA-HOY-AAAAMMDD TO ECA-FECHA.
           MOVE CONT-VALOR         TO ECA-SECUENCIA.
           WRITE CABECERA-ENVIO.

           MOVE 0 TO TRS-NUM.
           START F-TRASLADOS KEY IS >= TRS-NUM INVALID KEY
               GO TO TRASLADOS-BARRIDOS.

       LEER-TRASLADO-BARRIDO.
           READ F-TRASLADOS NEXT RECORD AT END
               GO TO TRASLADOS-BARRIDOS.

           IF TRS-TIPO = "E" AND TRS-ESTADO = "P"
               PERFORM ENVIAR-PETICION THRU ENVIAR-PETICION-FIN
               GO TO LEER-TRASLADO-BARRIDO.
           IF TRS-TIPO = "E" AND TRS-ESTADO = "E"
               PERFORM VIGILAR-PLAZO THRU VIGILAR-PLAZO-FIN
               GO TO LEER-TRASLADO-BARRIDO.
           IF TRS-TIPO = "S" AND TRS-ESTADO = "P"
               PERFORM EXPORTAR-SALIDA THRU EXPORTAR-SALIDA-FIN.
           GO TO LEER-TRASLADO-BARRIDO.

       TRASLADOS-BARRIDOS.
           CLOSE F-TRASLADOS.

           MOVE SPACES TO PIE-ENVIO.
           MOVE "PIE"           TO EPI-TIPO.
           MOVE REGISTROS-ENVIO TO EPI-REGISTROS.
           MOVE HASH-CALCULADO  TO EPI-HASH.
           WRITE PIE-ENVIO.
           CLOSE F-ENVIO.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Recibidas " TOTAL-RECIBIDAS " rechazadas "
               TOTAL-RECHAZADAS " peticiones de salida "
               TOTAL-PETICIONES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Mandatos " TOTAL-MANDATOS " ya existentes "
               TOTAL-DUPLICADOS " ordenes " TOTAL-ORDENES
               " pagadores " TOTAL-PAGADORES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Peticiones enviadas " TOTAL-PET-ENVIADAS
               " salidas entregadas " TOTAL-SALIDAS
               " fuera de plazo " TOTAL-FUERA-PLAZO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.
           CLOSE F-AVISOS.

           DISPLAY "BATCHTRS: lineas recibidas : " TOTAL-RECIBIDAS.
           DISPLAY "BATCHTRS: rechazadas       : " TOTAL-RECHAZADAS.
           DISPLAY "BATCHTRS: mandatos traidos : " TOTAL-MANDATOS.
           DISPLAY "BATCHTRS: ordenes traidas  : " TOTAL-ORDENES.
           DISPLAY "BATCHTRS: pagadores avisad.: " TOTAL-PAGADORES.
           DISPLAY "BATCHTRS: peticiones envia.: " TOTAL-PET-ENVIADAS.
           DISPLAY "BATCHTRS: salidas entregad.: " TOTAL-SALIDAS.
           DISPLAY "BATCHTRS: fuera de plazo   : " TOTAL-FUERA-PLAZO.
           STOP RUN.

       ENVIAR-PETICION.
           MOVE SPACES TO LINEA-ENVIO.
           MOVE "PET"              TO ECO-TIPO.
           MOVE TRS-NUM            TO REF-NUMERICA.
           MOVE REF-NUMERICA       TO ECO-REFERENCIA.
           MOVE TRS-NIF            TO ECO-NIF.
           MOVE TRS-ENTIDAD        TO ECO-ENTIDAD.
           MOVE TRS-IBAN           TO EPE-IBAN.
           MOVE FECHA-HOY-AAAAMMDD TO EPE-FECHA-EFECTO.
           PERFORM ESCRIBIR-ENVIO THRU ESCRIBIR-ENVIO-FIN.

           MOVE "E"                TO TRS-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD TO TRS-FECHA-ENVIO.
           REWRITE TRASLADO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-PET-ENVIADAS.

       ENVIAR-PETICION-FIN.
           EXIT.

      * La entidad de origen ha de contestar en el plazo regulado,
      * contado en dias habiles desde el envio de la peticion.
       VIGILAR-PLAZO.
           MOVE TRS-FECHA-ENVIO TO FECHA-ENVIO-AAAAMMDD.
           PERFORM CONTAR-DIAS-HABILES THRU CONTAR-DIAS-HABILES-FIN.
           IF DIAS-HABILES <= PLAZO-TRASLADO
               GO TO VIGILAR-PLAZO-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "FUERA DE PLAZO traslado " TRS-NUM " NIF " TRS-NIF
               " entidad " TRS-ENTIDAD " enviado " TRS-FECHA-ENVIO
               " dias habiles " DIAS-HABILES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO TOTAL-FUERA-PLAZO.

       VIGILAR-PLAZO-FIN.
           EXIT.

      *****************************************************************
      * El cliente se va: sus mandatos activos y sus ordenes
      * periodicas pendientes se entregan a la nueva entidad y aqui
      * quedan como trasladados (estado T), fuera ya de los lotes de
      * cargo y sin bloquear la cancelacion de la cuenta.
      *****************************************************************
       EXPORTAR-SALIDA.
           MOVE TRS-REF-EXTERNA TO REFERENCIA-ENVIO.
           IF TRS-REF-EXTERNA = SPACES
               MOVE TRS-NUM TO REF-NUMERICA
               MOVE REF-NUMERICA TO REFERENCIA-ENVIO.
           MOVE 0 TO EXPORTADOS-MANDATOS.
           MOVE 0 TO EXPORTADOS-ORDENES.

           MOVE TRS-NIF TO NIF-BUSCADO.
           PERFORM CARGAR-TARJETAS-CLIENTE
               THRU CARGAR-TARJETAS-CLIENTE-FIN.

           PERFORM EXPORTAR-MANDATOS THRU EXPORTAR-MANDATOS-FIN.
           PERFORM EXPORTAR-TRANSFERENCIAS
               THRU EXPORTAR-TRANSFERENCIAS-FIN.
           PERFORM EXPORTAR-ORDENES-IBAN
               THRU EXPORTAR-ORDENES-IBAN-FIN.

           MOVE EXPORTADOS-MANDATOS TO TRS-MANDATOS.
           MOVE EXPORTADOS-ORDENES  TO TRS-ORDENES.
           MOVE "C"                 TO TRS-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD  TO TRS-FECHA-ENVIO.
           MOVE FECHA-HOY-AAAAMMDD  TO TRS-FECHA-FIN.
           REWRITE TRASLADO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TOTAL-SALIDAS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "SALIDA traslado " TRS-NUM " NIF " TRS-NIF
               " a " TRS-ENTIDAD " mandatos " EXPORTADOS-MANDATOS
               " ordenes " EXPORTADOS-ORDENES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       EXPORTAR-SALIDA-FIN.
           EXIT.

       CARGAR-TARJETAS-CLIENTE.
           MOVE 0 TO NUM-TARJETAS-CLIENTE.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.
           IF FSU <> 00
               CLOSE TARJETAS
               GO TO FIN-ERROR.

       LEER-TARJETA-CLIENTE.
           READ TARJETAS NEXT RECORD AT END
               GO TO TARJETAS-CLIENTE-LEIDAS.
           IF CTA-ID-E = 0
               GO TO LEER-TARJETA-CLIENTE.
           MOVE CTA-ID-E TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO LEER-TARJETA-CLIENTE.
           IF CTA-NIF NOT = NIF-BUSCADO OR CTA-ESTADO = "X"
               GO TO LEER-TARJETA-CLIENTE.
           IF NUM-TARJETAS-CLIENTE < MAX-TARJETAS-CLIENTE
               ADD 1 TO NUM-TARJETAS-CLIENTE
               MOVE TNUM-E TO TCL-TARJETA(NUM-TARJETAS-CLIENTE).
           GO TO LEER-TARJETA-CLIENTE.

       TARJETAS-CLIENTE-LEIDAS.
           CLOSE TARJETAS.
           CLOSE CUENTAS.

       CARGAR-TARJETAS-CLIENTE-FIN.
           EXIT.

       ES-TARJETA-CLIENTE.
           MOVE 0 TO TARJETA-DEL-CLIENTE.
           MOVE 0 TO IDX-TCL.

       BUSCAR-TARJETA-CLIENTE.
           ADD 1 TO IDX-TCL.
           IF IDX-TCL > NUM-TARJETAS-CLIENTE
               GO TO ES-TARJETA-CLIENTE-FIN.
           IF TCL-TARJETA(IDX-TCL) = TARJETA-BUSCADA
               MOVE 1 TO TARJETA-DEL-CLIENTE
               GO TO ES-TARJETA-CLIENTE-FIN.
           GO TO BUSCAR-TARJETA-CLIENTE.

       ES-TARJETA-CLIENTE-FIN.
           EXIT.

       EXPORTAR-MANDATOS.
           OPEN I-O F-MANDATOS.
           IF FSN <> 00
               CLOSE F-MANDATOS
               GO TO EXPORTAR-MANDATOS-FIN.

       LEER-MANDATO-SALIDA.
           READ F-MANDATOS NEXT RECORD AT END
               GO TO MANDATOS-SALIDA-LEIDOS.
           IF MAND-ESTADO NOT = "A"
               GO TO LEER-MANDATO-SALIDA.
           MOVE MAND-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-DEL-CLIENTE = 0
               GO TO LEER-MANDATO-SALIDA.

           MOVE SPACES TO LINEA-ENVIO.
           MOVE "DOM"              TO ECO-TIPO.
           MOVE REFERENCIA-ENVIO   TO ECO-REFERENCIA.
           MOVE TRS-NIF            TO ECO-NIF.
           MOVE TRS-ENTIDAD        TO ECO-ENTIDAD.
           MOVE MAND-EMISOR        TO EDO-EMISOR.
           MOVE MAND-NUM           TO REF-NUMERICA.
           MOVE REF-NUMERICA       TO EDO-REF-MANDATO.
           PERFORM ESCRIBIR-ENVIO THRU ESCRIBIR-ENVIO-FIN.

           MOVE "T" TO MAND-ESTADO.
           REWRITE MANDATO-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO EXPORTADOS-MANDATOS.
           GO TO LEER-MANDATO-SALIDA.

       MANDATOS-SALIDA-LEIDOS.
           CLOSE F-MANDATOS.

       EXPORTAR-MANDATOS-FIN.
           EXIT.

      * Solo las transferencias mensuales aun por ejecutar son ordenes
      * vivas; el destino es otra tarjeta de UnizarBank.
       EXPORTAR-TRANSFERENCIAS.
           OPEN I-O F-TRANSFERENCIAS.
           IF FSTF <> 00
               CLOSE F-TRANSFERENCIAS
               GO TO EXPORTAR-TRANSFERENCIAS-FIN.

       LEER-TRF-SALIDA.
           READ F-TRANSFERENCIAS NEXT RECORD AT END
               GO TO TRF-SALIDA-LEIDAS.
           IF TRF-REP NOT = "S" OR TRF-EJECUTADA NOT = "N"
               GO TO LEER-TRF-SALIDA.
           MOVE TRF-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-DEL-CLIENTE = 0
               GO TO LEER-TRF-SALIDA.

           MOVE TRF-DESTINO TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TITULAR THRU BUSCAR-TITULAR-FIN.
           COMPUTE IMPORTE-EXPORT-CENT = (TRF-IMPORTE-ENT * 100)
               + TRF-IMPORTE-DEC.

           MOVE SPACES TO LINEA-ENVIO.
           MOVE "TRF"              TO ECO-TIPO.
           MOVE REFERENCIA-ENVIO   TO ECO-REFERENCIA.
           MOVE TRS-NIF            TO ECO-NIF.
           MOVE TRS-ENTIDAD        TO ECO-ENTIDAD.
           MOVE TRF-DESTINO        TO EOR-DESTINO.
           MOVE NOMBRE-TITULAR     TO EOR-BENEFICIARIO.
           PERFORM PASAR-IMPORTE-ENVIO THRU PASAR-IMPORTE-ENVIO-FIN.
           MOVE TRF-DIA            TO EOR-DIA-MES.
           MOVE TRF-CONCEPTO       TO EOR-CONCEPTO.
           PERFORM ESCRIBIR-ENVIO THRU ESCRIBIR-ENVIO-FIN.

           MOVE "T" TO TRF-EJECUTADA.
           REWRITE TRANSFERENCIA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO EXPORTADOS-ORDENES.
           GO TO LEER-TRF-SALIDA.

       TRF-SALIDA-LEIDAS.
           CLOSE F-TRANSFERENCIAS.

       EXPORTAR-TRANSFERENCIAS-FIN.
           EXIT.

       EXPORTAR-ORDENES-IBAN.
           OPEN I-O F-ORDENESIBAN.
           IF FSOI <> 00
               CLOSE F-ORDENESIBAN
               GO TO EXPORTAR-ORDENES-IBAN-FIN.

       LEER-OIB-SALIDA.
           READ F-ORDENESIBAN NEXT RECORD AT END
               GO TO OIB-SALIDA-LEIDAS.
           IF OIB-ESTADO NOT = "A"
               GO TO LEER-OIB-SALIDA.
           MOVE OIB-TARJETA TO TARJETA-BUSCADA.
           PERFORM ES-TARJETA-CLIENTE THRU ES-TARJETA-CLIENTE-FIN.
           IF TARJETA-DEL-CLIENTE = 0
               GO TO LEER-OIB-SALIDA.

           COMPUTE IMPORTE-EXPORT-CENT = (OIB-IMPORTE-ENT * 100)
               + OIB-IMPORTE-DEC.

           MOVE SPACES TO LINEA-ENVIO.
           MOVE "TRF"              TO ECO-TIPO.
           MOVE REFERENCIA-ENVIO   TO ECO-REFERENCIA.
           MOVE TRS-NIF            TO ECO-NIF.
           MOVE TRS-ENTIDAD        TO ECO-ENTIDAD.
           MOVE OIB-IBAN           TO EOR-DESTINO.
           MOVE OIB-BENEFICIARIO   TO EOR-BENEFICIARIO.
           PERFORM PASAR-IMPORTE-ENVIO THRU PASAR-IMPORTE-ENVIO-FIN.
           MOVE OIB-DIA-MES        TO EOR-DIA-MES.
           MOVE "ORDEN PERIODICA"  TO EOR-CONCEPTO.
           PERFORM ESCRIBIR-ENVIO THRU ESCRIBIR-ENVIO-FIN.

           MOVE "T" TO OIB-ESTADO.
           REWRITE ORDENIBAN-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO EXPORTADOS-ORDENES.
           GO TO LEER-OIB-SALIDA.

       OIB-SALIDA-LEIDAS.
           CLOSE F-ORDENESIBAN.

       EXPORTAR-ORDENES-IBAN-FIN.
           EXIT.

       PASAR-IMPORTE-ENVIO.
           COMPUTE EOR-IMPORTE-ENT = IMPORTE-EXPORT-CENT / 100.
           MOVE FUNCTION MOD(IMPORTE-EXPORT-CENT, 100)
               TO EOR-IMPORTE-DEC.

       PASAR-IMPORTE-ENVIO-FIN.
           EXIT.

      * Cada detalle suma sus cifras al total de control del pie.
       ESCRIBIR-ENVIO.
           MOVE 0 TO IDX-POS.
           PERFORM SUMAR-CIFRAS THRU SUMAR-CIFRAS-FIN.
           WRITE LINEA-ENVIO.
           ADD 1 TO REGISTROS-ENVIO.

       ESCRIBIR-ENVIO-FIN.
           EXIT.

       SUMAR-CIFRAS.
           ADD 1 TO IDX-POS.
           IF IDX-POS > 200
               GO TO SUMAR-CIFRAS-FIN.
           MOVE LINEA-ENVIO(IDX-POS:1) TO CARACTER.
           IF CARACTER IS NUMERIC
               ADD CARACTER-NUM TO HASH-CALCULADO.
           GO TO SUMAR-CIFRAS.

       SUMAR-CIFRAS-FIN.
           EXIT.

      *****************************************************************
      * Accesos a ficheros auxiliares.
      *****************************************************************
       CONTAR-CUENTAS-NIF.
           MOVE 0 TO CUENTAS-ABIERTAS.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               CLOSE CUENTAS
               GO TO CONTAR-CUENTAS-NIF-FIN.

       LEER-CUENTA-NIF.
           READ CUENTAS NEXT RECORD AT END
               GO TO CUENTAS-NIF-LEIDAS.
           IF CTA-NIF = NIF-BUSCADO AND CTA-ESTADO NOT = "X"
               ADD 1 TO CUENTAS-ABIERTAS.
           GO TO LEER-CUENTA-NIF.

       CUENTAS-NIF-LEIDAS.
           CLOSE CUENTAS.

       CONTAR-CUENTAS-NIF-FIN.
           EXIT.

      * Titular de la cuenta de la tarjeta: tarjeta, cuenta y nombre.
       BUSCAR-TITULAR.
           MOVE SPACES TO NOMBRE-TITULAR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO BUSCAR-TITULAR-FIN.
           MOVE TARJETA-BUSCADA TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO BUSCAR-TITULAR-FIN.
           CLOSE TARJETAS.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               CLOSE CUENTAS
               GO TO BUSCAR-TITULAR-FIN.
           MOVE CTA-ID-E TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO BUSCAR-TITULAR-FIN.
           MOVE CTA-NOMBRE TO NOMBRE-TITULAR.
           CLOSE CUENTAS.

       BUSCAR-TITULAR-FIN.
           EXIT.

       COMPROBAR-TARJETA.
           MOVE 0 TO TARJETA-EXISTE.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               CLOSE TARJETAS
               GO TO COMPROBAR-TARJETA-FIN.
           MOVE TARJETA-BUSCADA TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO COMPROBAR-TARJETA-FIN.
           MOVE 1 TO TARJETA-EXISTE.
           CLOSE TARJETAS.

       COMPROBAR-TARJETA-FIN.
           EXIT.

       ASEGURAR-CONTADOR-TRF.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "TRF" TO CONT-ID.
           READ CONTADORES INVALID KEY
               PERFORM SEMBRAR-CONTADOR-TRF
                   THRU SEMBRAR-CONTADOR-TRF-FIN.
           CLOSE CONTADORES.

       ASEGURAR-CONTADOR-TRF-FIN.
           EXIT.

       SEMBRAR-CONTADOR-TRF.
           MOVE 0 TO CONT-VALOR.

           OPEN INPUT F-TRANSFERENCIAS.
           IF FSTF <> 00 AND 05
               GO TO FIN-ERROR.

       SEMBRAR-LEER-TRF.
           READ F-TRANSFERENCIAS NEXT RECORD AT END
               GO TO SEMBRAR-TRF-LEIDO.
           IF TRF-NUM > CONT-VALOR
               MOVE TRF-NUM TO CONT-VALOR.
           GO TO SEMBRAR-LEER-TRF.

       SEMBRAR-TRF-LEIDO.
           CLOSE F-TRANSFERENCIAS.

           MOVE "TRF" TO CONT-ID.
           WRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.

       SEMBRAR-CONTADOR-TRF-FIN.
           EXIT.

       SIGUIENTE-TRF-NUM.
           OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "TRF" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE 0 TO CONT-VALOR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-TRF-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CONTADORES.

       SIGUIENTE-TRF-NUM-FIN.
           EXIT.

      * Numero de secuencia del fichero de envio, correlativo entre
      * noches para que la otra entidad detecte huecos y repeticiones.
       SIGUIENTE-SECUENCIA.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "TRS" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "TRS" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO CONT-VALOR.
           REWRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CONTADORES.

       SIGUIENTE-SECUENCIA-FIN.
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

      * Dias habiles transcurridos entre el envio y hoy, sin contar
      * el propio dia de envio.
       CONTAR-DIAS-HABILES.
           MOVE 0 TO DIAS-HABILES.
           COMPUTE FECHA-ENVIO-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-ENVIO-AAAAMMDD).
           MOVE FECHA-ENVIO-INT TO FECHA-PASO-INT.

       CONTAR-DIA-SIGUIENTE.
           ADD 1 TO FECHA-PASO-INT.
           IF FECHA-PASO-INT > FECHA-HOY-INT
               GO TO CONTAR-DIAS-HABILES-FIN.
           COMPUTE FECHA-PASO-AAAAMMDD =
               FUNCTION DATE-OF-INTEGER(FECHA-PASO-INT).
           MOVE FECHA-PASO-AAAAMMDD TO FECHA-COMPROBAR.
           PERFORM COMPROBAR-DIA-HABIL
               THRU COMPROBAR-DIA-HABIL-FIN.
           IF DIA-HABIL = 1
               ADD 1 TO DIAS-HABILES.
           GO TO CONTAR-DIA-SIGUIENTE.

       CONTAR-DIAS-HABILES-FIN.
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
           MOVE "BATCHTRS"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSRC=" FSRC " " "FSTR=" FSTR " " "FSN=" FSN " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
