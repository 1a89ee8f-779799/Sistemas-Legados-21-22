       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DEFCAMPANAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDC.

           SELECT OPTIONAL F-CAMPANAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSCM.

           SELECT OPTIONAL F-MENSAJES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSJ-CLAVE
           FILE STATUS IS FSMS.

           SELECT F-ELEGIBLES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELG-CLAVE
           FILE STATUS IS FSEL.

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

           SELECT OPTIONAL F-CTAPRODUCTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS FSCP.

           SELECT OPTIONAL F-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDP.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

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
      * Definicion de campanas que mantiene marketing.  Linea C: una
      * campana con su segmento; linea T: un texto de la campana en
      * un idioma, que se carga en mensajes.ubd con ese numero.  Los
      * saldos van en euros; saldo maximo 0 y edades 0 = sin limite.
       FD F-DEFCAMPANAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanas.txt".
       01 LINEA-CAMPANA.
           02 LCA-TIPO              PIC  X(1).
           02 LCA-NUM               PIC  9(4).
           02 LCA-NOMBRE            PIC X(30).
           02 LCA-MSJ-NUM           PIC  9(4).
           02 LCA-FECHA-DESDE       PIC  9(8).
           02 LCA-FECHA-HASTA       PIC  9(8).
           02 LCA-PRODUCTO          PIC  X(3).
           02 LCA-EDAD-MIN          PIC  9(3).
           02 LCA-EDAD-MAX          PIC  9(3).
           02 LCA-SALDO-MIN         PIC  9(9).
           02 LCA-SALDO-MAX         PIC  9(9).
           02 LCA-SIN-DEPOSITO      PIC  X(1).
           02 LCA-PRIORIDAD         PIC  9(2).
           02 LCA-ESTADO            PIC  X(1).
       01 LINEA-TEXTO-CAMPANA.
           02 LTX-TIPO              PIC  X(1).
           02 LTX-IDIOMA            PIC  X(2).
           02 LTX-NUM               PIC  9(4).
           02 LTX-TEXTO             PIC X(60).

      * Maestro de campanas.  El texto en pantalla son los mensajes
      * CMP-MSJ-NUM y CMP-MSJ-NUM + 1 en el idioma de la tarjeta.
      * Producto en blanco = cualquiera.  CMP-SIN-DEPOSITO S: solo
      * clientes sin deposito a plazo vivo.  Prioridad 01 la mas
      * alta.  Estado A activa, B de baja.
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

       FD F-MENSAJES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mensajes.ubd".
       01 MENSAJE-REG.
           02 MSJ-CLAVE.
               03 MSJ-IDIOMA        PIC  X(2).
               03 MSJ-NUM           PIC  9(4).
           02 MSJ-TEXTO             PIC  X(60).

      * Campanas para las que cualifica cada tarjeta esta noche, en
      * orden de prioridad dentro de la tarjeta.
       FD F-ELEGIBLES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanastarj.ubd".
       01 ELEGIBLE-REG.
           02 ELG-CLAVE.
               03 ELG-TARJETA       PIC 9(16).
               03 ELG-PRIORIDAD     PIC  9(2).
               03 ELG-CAMPANA       PIC  9(4).
           02 ELG-FECHA             PIC  9(8).

      * Respuesta de cada tarjeta a cada campana mostrada.
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

      * Cuentas cuyo titular no quiere publicidad.  Origen ATM desde
      * el cajero, RGP por solicitud de proteccion de datos.
       FD F-BAJASPUB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "publicidadbajas.ubd".
       01 BAJAPUB-REG.
           02 BPU-CUENTA            PIC 9(16).
           02 BPU-FECHA             PIC  9(8).
           02 BPU-ORIGEN            PIC  X(3).

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

       FD F-CTAPRODUCTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasproducto.ubd".
       01 CTAPRODUCTO-REG.
           02 CPR-CUENTA            PIC 9(16).
           02 CPR-PRODUCTO          PIC  X(3).
           02 CPR-FECHA-DESDE       PIC  9(8).
           02 CPR-PRODUCTO-NUEVO    PIC  X(3).
           02 CPR-FECHA-CAMBIO      PIC  9(8).
           02 CPR-OPERADOR          PIC  9(4).

       FD F-DEPOSITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "depositosplazo.ubd".
       01 DEPOSITO-REG.
           02 DEP-NUM               PIC  9(10).
           02 DEP-TARJETA           PIC 9(16).
           02 DEP-CENT              PIC S9(11).
           02 DEP-TASA-BP           PIC   9(4).
           02 DEP-MESES             PIC   9(3).
           02 DEP-FECHA-APERTURA    PIC   9(8).
           02 DEP-FECHA-VTO         PIC   9(8).
           02 DEP-ESTADO            PIC   X(1).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "campanasinforme.txt".
       01 LINEA-INFORME            PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSDC                     PIC  X(2).
       77 FSCM                     PIC  X(2).
       77 FSMS                     PIC  X(2).
       77 FSEL                     PIC  X(2).
       77 FSRP                     PIC  X(2).
       77 FSBP                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSCP                     PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSFO                     PIC  X(2).

      * Los textos de campana viven en su propio tramo de mensajes
      * para no pisar nunca los textos de pantalla del cajero.
       78 MSJ-CAMPANA-MIN          VALUE 5000.
       78 MSJ-CAMPANA-MAX          VALUE 9998.

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
       77 MES-HOY-AAAAMM           PIC  9(6).

       78 MAX-CAMPANAS             VALUE 50.
       01 TABLA-CAMPANAS.
           02 CAMPANA-TAB OCCURS 50 TIMES.
               03 CTB-NUM            PIC  9(4).
               03 CTB-NOMBRE         PIC X(30).
               03 CTB-VIGENTE        PIC  X(1).
               03 CTB-PRODUCTO       PIC  X(3).
               03 CTB-EDAD-MIN       PIC  9(3).
               03 CTB-EDAD-MAX       PIC  9(3).
               03 CTB-SALDO-MIN-CENT PIC S9(11).
               03 CTB-SALDO-MAX-CENT PIC S9(11).
               03 CTB-SIN-DEPOSITO   PIC  X(1).
               03 CTB-PRIORIDAD      PIC  9(2).
               03 CTB-ELEGIBLES      PIC  9(7).
               03 CTB-MOSTRADAS      PIC  9(7).
               03 CTB-VECES          PIC  9(9).
               03 CTB-ACEPTADAS      PIC  9(7).
               03 CTB-DESCARTADAS    PIC  9(7).
               03 CTB-BAJAS          PIC  9(7).
       77 NUM-CAMPANAS             PIC  9(3) VALUE 0.
       77 IDX-CMP                  PIC  9(3).
       77 CAMPANA-BUSCADA          PIC  9(4).
       77 CAMPANA-ENCONTRADA       PIC  9(3).

       78 MAX-TARJETAS-CTA         VALUE 20.
       01 TABLA-TARJETAS-CTA.
           02 TARJETA-CTA OCCURS 20 TIMES PIC 9(16).
       77 NUM-TARJETAS-CTA         PIC  9(2).
       77 IDX-TAR                  PIC  9(2).

       77 CUENTA-ACTUAL            PIC 9(16).
       77 HAY-CUENTA               PIC  9(1).
       77 SALDO-CUENTA-CENT        PIC S9(13).
       77 DEPOSITO-VIVO            PIC  X(1).
       77 PRODUCTO-CUENTA          PIC  X(3).
       77 EDAD-TITULAR             PIC  9(3).
       77 EDAD-CONOCIDA            PIC  X(1).
       77 CUMPLE-SEGMENTO          PIC  X(1).

       77 MOTIVO-RECHAZO           PIC X(30).
       77 PCT-ACEPTACION           PIC  9(3).

       77 LINEAS-LEIDAS            PIC  9(5) VALUE 0.
       77 CAMPANAS-CARGADAS        PIC  9(5) VALUE 0.
       77 TEXTOS-CARGADOS          PIC  9(5) VALUE 0.
       77 LINEAS-RECHAZADAS        PIC  9(5) VALUE 0.
       77 TOTAL-CUENTAS            PIC  9(9) VALUE 0.
       77 TOTAL-SIN-PUBLICIDAD     PIC  9(9) VALUE 0.
       77 TOTAL-SIN-PERFIL         PIC  9(9) VALUE 0.
       77 TOTAL-ASIGNACIONES       PIC  9(9) VALUE 0.
       77 TOTAL-BAJAS-PUB          PIC  9(9) VALUE 0.

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

      * Campanas comerciales en el cajero.  Carga la definicion de
      * campanas y sus textos si marketing ha dejado campanas.txt,
      * decide cada noche que tarjetas cualifican para que campanas
      * vigentes segun producto, edad del titular, saldo de la cuenta
      * y depositos a plazo, y deja fuera a quien no ha dado o ha
      * retirado el consentimiento de publicidad o de perfiles
      * (registro de consentimientos, BANKCNS).  BANK60 muestra una
      * por sesion y anota la respuesta; el informe resume la
      * respuesta de cada campana.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHCMP - Campanas comerciales en cajero".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE MES-HOY-AAAAMM = (ANO * 100) + MES.

           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "BATCHCMP: error abriendo campanasinforme.txt"
                   ", FSI=" FSI
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Campanas comerciales en cajero "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           PERFORM CARGAR-DEFINICION THRU CARGAR-DEFINICION-FIN.
           PERFORM CARGAR-CAMPANAS THRU CARGAR-CAMPANAS-FIN.

           OPEN OUTPUT F-ELEGIBLES.
           IF FSEL <> 00
               DISPLAY "BATCHCMP: error abriendo campanastarj.ubd, "
                   "FSEL=" FSEL
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHCMP: error abriendo tarjetas, FST=" FST
               CLOSE F-ELEGIBLES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT CUENTAS.
           OPEN INPUT F-CTAPRODUCTO.
           OPEN INPUT F-DEPOSITOS.
           OPEN INPUT F-SALDOS.

           MOVE 0 TO HAY-CUENTA.
           MOVE 0 TO NUM-TARJETAS-CTA.

           MOVE 0 TO CTA-ID-C.
           START TARJETAS KEY IS >= CTA-ID-C
               INVALID KEY GO TO FIN-TARJETAS.

       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END GO TO ULTIMA-CUENTA.

           IF CTA-ID-C = 0
               GO TO LEER-TARJETA.

           IF HAY-CUENTA = 0
               MOVE 1 TO HAY-CUENTA
               MOVE CTA-ID-C TO CUENTA-ACTUAL
               PERFORM RESET-CUENTA THRU RESET-CUENTA
           ELSE
               IF CTA-ID-C NOT = CUENTA-ACTUAL
                   PERFORM EVALUAR-CUENTA THRU EVALUAR-CUENTA-FIN
                   MOVE CTA-ID-C TO CUENTA-ACTUAL
                   PERFORM RESET-CUENTA THRU RESET-CUENTA
               END-IF
           END-IF.

      * Las tarjetas caducadas no van a pasar por un cajero.
           IF TCAD-C < MES-HOY-AAAAMM
               GO TO LEER-TARJETA.

           PERFORM SUMAR-TARJETA THRU SUMAR-TARJETA-FIN.
           GO TO LEER-TARJETA.

       ULTIMA-CUENTA.
           IF HAY-CUENTA = 1
               PERFORM EVALUAR-CUENTA THRU EVALUAR-CUENTA-FIN.

       FIN-TARJETAS.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           CLOSE F-CTAPRODUCTO.
           CLOSE F-DEPOSITOS.
           CLOSE F-SALDOS.
           CLOSE F-ELEGIBLES.

           PERFORM CONTAR-RESPUESTAS THRU CONTAR-RESPUESTAS-FIN.
           PERFORM CONTAR-BAJAS THRU CONTAR-BAJAS-FIN.
           PERFORM IMPRIMIR-INFORME THRU IMPRIMIR-INFORME-FIN.
           CLOSE F-INFORME.

           DISPLAY "BATCHCMP: campanas cargadas    : "
               CAMPANAS-CARGADAS.
           DISPLAY "BATCHCMP: textos cargados      : "
               TEXTOS-CARGADOS.
           DISPLAY "BATCHCMP: lineas rechazadas    : "
               LINEAS-RECHAZADAS.
           DISPLAY "BATCHCMP: cuentas revisadas    : " TOTAL-CUENTAS.
           DISPLAY "BATCHCMP: cuentas sin publicid.: "
               TOTAL-SIN-PUBLICIDAD.
           DISPLAY "BATCHCMP: cuentas sin perfiles : "
               TOTAL-SIN-PERFIL.
           DISPLAY "BATCHCMP: tarjetas x campana   : "
               TOTAL-ASIGNACIONES.
           STOP RUN.

      * Carga de campanas.txt.  Sin fichero se siguen usando las
      * campanas ya dadas de alta.
       CARGAR-DEFINICION.
           OPEN INPUT F-DEFCAMPANAS.
           IF FSDC <> 00
               CLOSE F-DEFCAMPANAS
               GO TO CARGAR-DEFINICION-FIN.

           OPEN I-O F-CAMPANAS.
           IF FSCM = 35
               CLOSE F-CAMPANAS
               OPEN OUTPUT F-CAMPANAS
               CLOSE F-CAMPANAS
               OPEN I-O F-CAMPANAS.
           IF FSCM <> 00 AND 05
               DISPLAY "BATCHCMP: error abriendo campanas.ubd, FSCM="
                   FSCM
               CLOSE F-DEFCAMPANAS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN I-O F-MENSAJES.
           IF FSMS = 35
               CLOSE F-MENSAJES
               OPEN OUTPUT F-MENSAJES
               CLOSE F-MENSAJES
               OPEN I-O F-MENSAJES.
           IF FSMS <> 00 AND 05
               DISPLAY "BATCHCMP: error abriendo mensajes.ubd, FSMS="
                   FSMS
               CLOSE F-DEFCAMPANAS
               CLOSE F-CAMPANAS
               CLOSE F-INFORME
               GO TO FIN-ERROR.

       LEER-DEFINICION.
           READ F-DEFCAMPANAS AT END GO TO FIN-DEFINICION.
           IF LINEA-CAMPANA = SPACES
               GO TO LEER-DEFINICION.
           ADD 1 TO LINEAS-LEIDAS.

           IF LCA-TIPO = "C"
               PERFORM CARGAR-CAMPANA THRU CARGAR-CAMPANA-FIN
               GO TO LEER-DEFINICION.
           IF LTX-TIPO = "T"
               PERFORM CARGAR-TEXTO THRU CARGAR-TEXTO-FIN
               GO TO LEER-DEFINICION.

           MOVE "TIPO DE LINEA DESCONOCIDO" TO MOTIVO-RECHAZO.
           PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN.
           GO TO LEER-DEFINICION.

       FIN-DEFINICION.
           CLOSE F-DEFCAMPANAS.
           CLOSE F-CAMPANAS.
           CLOSE F-MENSAJES.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Definicion cargada: lineas " LINEAS-LEIDAS
               " campanas " CAMPANAS-CARGADAS
               " textos " TEXTOS-CARGADOS
               " rechazadas " LINEAS-RECHAZADAS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       CARGAR-DEFINICION-FIN.
           EXIT.

       CARGAR-CAMPANA.
           IF LCA-NUM IS NOT NUMERIC
              OR LCA-MSJ-NUM IS NOT NUMERIC
              OR LCA-FECHA-DESDE IS NOT NUMERIC
              OR LCA-FECHA-HASTA IS NOT NUMERIC
              OR LCA-EDAD-MIN IS NOT NUMERIC
              OR LCA-EDAD-MAX IS NOT NUMERIC
              OR LCA-SALDO-MIN IS NOT NUMERIC
              OR LCA-SALDO-MAX IS NOT NUMERIC
              OR LCA-PRIORIDAD IS NOT NUMERIC
               MOVE "CAMPO NUMERICO NO VALIDO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           IF LCA-NUM = 0
               MOVE "NUMERO DE CAMPANA CERO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           IF LCA-MSJ-NUM < MSJ-CAMPANA-MIN
              OR LCA-MSJ-NUM > MSJ-CAMPANA-MAX
               MOVE "MENSAJE FUERA DE SU TRAMO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           IF LCA-FECHA-HASTA < LCA-FECHA-DESDE
               MOVE "FECHAS INVERTIDAS" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           IF LCA-EDAD-MAX NOT = 0 AND LCA-EDAD-MAX < LCA-EDAD-MIN
               MOVE "EDADES INVERTIDAS" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           IF LCA-SALDO-MAX NOT = 0 AND LCA-SALDO-MAX < LCA-SALDO-MIN
               MOVE "SALDOS INVERTIDOS" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           IF LCA-ESTADO NOT = "A" AND LCA-ESTADO NOT = "B"
               MOVE "ESTADO NO VALIDO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-CAMPANA-FIN.

           MOVE LCA-NUM             TO CMP-NUM.
           MOVE LCA-NOMBRE          TO CMP-NOMBRE.
           MOVE LCA-MSJ-NUM         TO CMP-MSJ-NUM.
           MOVE LCA-FECHA-DESDE     TO CMP-FECHA-DESDE.
           MOVE LCA-FECHA-HASTA     TO CMP-FECHA-HASTA.
           MOVE LCA-PRODUCTO        TO CMP-PRODUCTO.
           MOVE LCA-EDAD-MIN        TO CMP-EDAD-MIN.
           MOVE LCA-EDAD-MAX        TO CMP-EDAD-MAX.
           COMPUTE CMP-SALDO-MIN-CENT = LCA-SALDO-MIN * 100.
           COMPUTE CMP-SALDO-MAX-CENT = LCA-SALDO-MAX * 100.
           MOVE "N" TO CMP-SIN-DEPOSITO.
           IF LCA-SIN-DEPOSITO = "S"
               MOVE "S" TO CMP-SIN-DEPOSITO.
           MOVE LCA-PRIORIDAD       TO CMP-PRIORIDAD.
           MOVE LCA-ESTADO          TO CMP-ESTADO.

           REWRITE CAMPANA-REG INVALID KEY
               WRITE CAMPANA-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO CAMPANAS-CARGADAS.

       CARGAR-CAMPANA-FIN.
           EXIT.

       CARGAR-TEXTO.
           IF LTX-NUM IS NOT NUMERIC
               MOVE "NUMERO DE MENSAJE NO VALIDO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-TEXTO-FIN.

           IF LTX-NUM < MSJ-CAMPANA-MIN
              OR LTX-NUM > MSJ-CAMPANA-MAX + 1
               MOVE "MENSAJE FUERA DE SU TRAMO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-TEXTO-FIN.

           IF LTX-IDIOMA NOT = "ES" AND LTX-IDIOMA NOT = "EN"
               MOVE "IDIOMA NO VALIDO" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA THRU RECHAZAR-LINEA-FIN
               GO TO CARGAR-TEXTO-FIN.

           MOVE LTX-IDIOMA TO MSJ-IDIOMA.
           MOVE LTX-NUM    TO MSJ-NUM.
           MOVE LTX-TEXTO  TO MSJ-TEXTO.
           REWRITE MENSAJE-REG INVALID KEY
               WRITE MENSAJE-REG INVALID KEY GO TO FIN-ERROR.
           ADD 1 TO TEXTOS-CARGADOS.

       CARGAR-TEXTO-FIN.
           EXIT.

       RECHAZAR-LINEA.
           ADD 1 TO LINEAS-RECHAZADAS.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RECHAZADA " MOTIVO-RECHAZO " " LINEA-CAMPANA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       RECHAZAR-LINEA-FIN.
           EXIT.

      * Todas las campanas del maestro pasan a la tabla; solo las
      * activas y dentro de sus fechas se asignan a tarjetas, pero
      * el informe de respuesta incluye tambien las ya terminadas.
       CARGAR-CAMPANAS.
           MOVE 0 TO NUM-CAMPANAS.

           OPEN INPUT F-CAMPANAS.
           IF FSCM <> 00
               CLOSE F-CAMPANAS
               GO TO CARGAR-CAMPANAS-FIN.

       LEER-CAMPANA.
           READ F-CAMPANAS NEXT RECORD AT END
               GO TO FIN-CAMPANAS.

           IF NUM-CAMPANAS >= MAX-CAMPANAS
               DISPLAY "BATCHCMP: aviso, mas de " MAX-CAMPANAS
                   " campanas; la " CMP-NUM " queda fuera"
               GO TO LEER-CAMPANA.

           ADD 1 TO NUM-CAMPANAS.
           MOVE CMP-NUM            TO CTB-NUM(NUM-CAMPANAS).
           MOVE CMP-NOMBRE         TO CTB-NOMBRE(NUM-CAMPANAS).
           MOVE CMP-PRODUCTO       TO CTB-PRODUCTO(NUM-CAMPANAS).
           MOVE CMP-EDAD-MIN       TO CTB-EDAD-MIN(NUM-CAMPANAS).
           MOVE CMP-EDAD-MAX       TO CTB-EDAD-MAX(NUM-CAMPANAS).
           MOVE CMP-SALDO-MIN-CENT TO CTB-SALDO-MIN-CENT(NUM-CAMPANAS).
           MOVE CMP-SALDO-MAX-CENT TO CTB-SALDO-MAX-CENT(NUM-CAMPANAS).
           MOVE CMP-SIN-DEPOSITO   TO CTB-SIN-DEPOSITO(NUM-CAMPANAS).
           MOVE CMP-PRIORIDAD      TO CTB-PRIORIDAD(NUM-CAMPANAS).
           MOVE 0 TO CTB-ELEGIBLES(NUM-CAMPANAS).
           MOVE 0 TO CTB-MOSTRADAS(NUM-CAMPANAS).
           MOVE 0 TO CTB-VECES(NUM-CAMPANAS).
           MOVE 0 TO CTB-ACEPTADAS(NUM-CAMPANAS).
           MOVE 0 TO CTB-DESCARTADAS(NUM-CAMPANAS).
           MOVE 0 TO CTB-BAJAS(NUM-CAMPANAS).

           MOVE "N" TO CTB-VIGENTE(NUM-CAMPANAS).
           IF CMP-ESTADO = "A"
              AND CMP-FECHA-DESDE <= FECHA-HOY-AAAAMMDD
              AND CMP-FECHA-HASTA >= FECHA-HOY-AAAAMMDD
               MOVE "S" TO CTB-VIGENTE(NUM-CAMPANAS).
           GO TO LEER-CAMPANA.

       FIN-CAMPANAS.
           CLOSE F-CAMPANAS.

       CARGAR-CAMPANAS-FIN.
           EXIT.

       RESET-CUENTA.
           MOVE 0 TO NUM-TARJETAS-CTA.
           MOVE 0 TO SALDO-CUENTA-CENT.
           MOVE "N" TO DEPOSITO-VIVO.

      * Guarda la tarjeta para asignarle campanas al cerrar la
      * cuenta, suma su saldo al de la cuenta y mira si tiene algun
      * deposito a plazo vivo.
       SUMAR-TARJETA.
           IF NUM-TARJETAS-CTA < MAX-TARJETAS-CTA
               ADD 1 TO NUM-TARJETAS-CTA
               MOVE TNUM-C TO TARJETA-CTA(NUM-TARJETAS-CTA).

           MOVE TNUM-C TO SAL-TARJETA.
           READ F-SALDOS INVALID KEY
               MOVE 0 TO SAL-CENT.
           ADD SAL-CENT TO SALDO-CUENTA-CENT.

           IF DEPOSITO-VIVO = "S"
               GO TO SUMAR-TARJETA-FIN.

           MOVE TNUM-C TO DEP-TARJETA.
           START F-DEPOSITOS KEY IS = DEP-TARJETA
               INVALID KEY GO TO SUMAR-TARJETA-FIN.

       LEER-DEPOSITO-TARJETA.
           READ F-DEPOSITOS NEXT RECORD AT END
               GO TO SUMAR-TARJETA-FIN.
           IF DEP-TARJETA NOT = TNUM-C
               GO TO SUMAR-TARJETA-FIN.
           IF DEP-ESTADO = "A"
               MOVE "S" TO DEPOSITO-VIVO
               GO TO SUMAR-TARJETA-FIN.
           GO TO LEER-DEPOSITO-TARJETA.

       SUMAR-TARJETA-FIN.
           EXIT.

      * Con todas las tarjetas de la cuenta vistas se decide el
      * segmento del titular y se asigna cada campana que le
      * corresponde a todas sus tarjetas en vigor.
       EVALUAR-CUENTA.
           IF NUM-TARJETAS-CTA = 0
               GO TO EVALUAR-CUENTA-FIN.

           MOVE CUENTA-ACTUAL TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO EVALUAR-CUENTA-FIN.
           ADD 1 TO TOTAL-CUENTAS.

      * Cuentas cerradas, durmientes o abandonadas no reciben
      * campanas.
           IF CTA-ESTADO = "X" OR CTA-ESTADO = "D"
              OR CTA-ESTADO = "E"
               GO TO EVALUAR-CUENTA-FIN.

      * Hace falta el consentimiento del titular para publicidad y,
      * por segmentar con sus datos, para perfiles comerciales.
           MOVE "C"           TO CNSC-OPERACION.
           MOVE 0             TO CNSC-TARJETA.
           MOVE CUENTA-ACTUAL TO CNSC-CUENTA.
           MOVE CTA-NIF       TO CNSC-NIF.
           MOVE "PUB"         TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-PERMITIDO NOT = "S"
               ADD 1 TO TOTAL-SIN-PUBLICIDAD
               GO TO EVALUAR-CUENTA-FIN.

           MOVE "PER"         TO CNSC-FINALIDAD.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.
           IF CNSC-PERMITIDO NOT = "S"
               ADD 1 TO TOTAL-SIN-PERFIL
               GO TO EVALUAR-CUENTA-FIN.

           MOVE SPACES TO PRODUCTO-CUENTA.
           MOVE CUENTA-ACTUAL TO CPR-CUENTA.
           READ F-CTAPRODUCTO INVALID KEY
               MOVE SPACES TO CPR-PRODUCTO.
           MOVE CPR-PRODUCTO TO PRODUCTO-CUENTA.

      * Edad cumplida: la diferencia AAAAMMDD entre hoy y el
      * nacimiento, en decenas de millar, da los anos enteros.
           MOVE "N" TO EDAD-CONOCIDA.
           MOVE 0 TO EDAD-TITULAR.
           IF CTA-FECHA-NAC NOT = 0
              AND CTA-FECHA-NAC <= FECHA-HOY-AAAAMMDD
               COMPUTE EDAD-TITULAR =
                   (FECHA-HOY-AAAAMMDD - CTA-FECHA-NAC) / 10000
               MOVE "S" TO EDAD-CONOCIDA.

           MOVE 0 TO IDX-CMP.

       ASIGNAR-CAMPANA.
           ADD 1 TO IDX-CMP.
           IF IDX-CMP > NUM-CAMPANAS
               GO TO EVALUAR-CUENTA-FIN.

           PERFORM COMPROBAR-SEGMENTO THRU COMPROBAR-SEGMENTO-FIN.
           IF CUMPLE-SEGMENTO NOT = "S"
               GO TO ASIGNAR-CAMPANA.

           MOVE 0 TO IDX-TAR.

       ASIGNAR-TARJETA.
           ADD 1 TO IDX-TAR.
           IF IDX-TAR > NUM-TARJETAS-CTA
               GO TO ASIGNAR-CAMPANA.

           MOVE TARJETA-CTA(IDX-TAR)  TO ELG-TARJETA.
           MOVE CTB-PRIORIDAD(IDX-CMP) TO ELG-PRIORIDAD.
           MOVE CTB-NUM(IDX-CMP)      TO ELG-CAMPANA.
           MOVE FECHA-HOY-AAAAMMDD    TO ELG-FECHA.
           WRITE ELEGIBLE-REG INVALID KEY
               GO TO ASIGNAR-TARJETA.
           ADD 1 TO CTB-ELEGIBLES(IDX-CMP).
           ADD 1 TO TOTAL-ASIGNACIONES.
           GO TO ASIGNAR-TARJETA.

       EVALUAR-CUENTA-FIN.
           EXIT.

       COMPROBAR-SEGMENTO.
           MOVE "N" TO CUMPLE-SEGMENTO.

           IF CTB-VIGENTE(IDX-CMP) NOT = "S"
               GO TO COMPROBAR-SEGMENTO-FIN.

           IF CTB-PRODUCTO(IDX-CMP) NOT = SPACES
              AND CTB-PRODUCTO(IDX-CMP) NOT = PRODUCTO-CUENTA
               GO TO COMPROBAR-SEGMENTO-FIN.

      * Una campana por edades no se ofrece a quien no tiene fecha
      * de nacimiento en su ficha.
           IF CTB-EDAD-MIN(IDX-CMP) NOT = 0
              OR CTB-EDAD-MAX(IDX-CMP) NOT = 0
               IF EDAD-CONOCIDA NOT = "S"
                   GO TO COMPROBAR-SEGMENTO-FIN
               END-IF
               IF EDAD-TITULAR < CTB-EDAD-MIN(IDX-CMP)
                   GO TO COMPROBAR-SEGMENTO-FIN
               END-IF
               IF CTB-EDAD-MAX(IDX-CMP) NOT = 0
                  AND EDAD-TITULAR > CTB-EDAD-MAX(IDX-CMP)
                   GO TO COMPROBAR-SEGMENTO-FIN
               END-IF
           END-IF.

           IF SALDO-CUENTA-CENT < CTB-SALDO-MIN-CENT(IDX-CMP)
               GO TO COMPROBAR-SEGMENTO-FIN.
           IF CTB-SALDO-MAX-CENT(IDX-CMP) NOT = 0
              AND SALDO-CUENTA-CENT > CTB-SALDO-MAX-CENT(IDX-CMP)
               GO TO COMPROBAR-SEGMENTO-FIN.

           IF CTB-SIN-DEPOSITO(IDX-CMP) = "S"
              AND DEPOSITO-VIVO = "S"
               GO TO COMPROBAR-SEGMENTO-FIN.

           MOVE "S" TO CUMPLE-SEGMENTO.

       COMPROBAR-SEGMENTO-FIN.
           EXIT.

      * Respuestas acumuladas desde el alta de cada campana.
       CONTAR-RESPUESTAS.
           OPEN INPUT F-RESPUESTAS.
           IF FSRP <> 00
               CLOSE F-RESPUESTAS
               GO TO CONTAR-RESPUESTAS-FIN.

       LEER-RESPUESTA.
           READ F-RESPUESTAS NEXT RECORD AT END
               GO TO FIN-RESPUESTAS.

           MOVE RSP-CAMPANA TO CAMPANA-BUSCADA.
           PERFORM BUSCAR-CAMPANA THRU BUSCAR-CAMPANA-FIN.
           IF CAMPANA-ENCONTRADA = 0
               GO TO LEER-RESPUESTA.

           MOVE CAMPANA-ENCONTRADA TO IDX-CMP.
           ADD 1 TO CTB-MOSTRADAS(IDX-CMP).
           ADD RSP-VECES TO CTB-VECES(IDX-CMP).
           IF RSP-RESPUESTA = "A"
               ADD 1 TO CTB-ACEPTADAS(IDX-CMP).
           IF RSP-RESPUESTA = "D"
               ADD 1 TO CTB-DESCARTADAS(IDX-CMP).
           IF RSP-RESPUESTA = "B"
               ADD 1 TO CTB-BAJAS(IDX-CMP).
           GO TO LEER-RESPUESTA.

       FIN-RESPUESTAS.
           CLOSE F-RESPUESTAS.

       CONTAR-RESPUESTAS-FIN.
           EXIT.

       BUSCAR-CAMPANA.
           MOVE 0 TO CAMPANA-ENCONTRADA.
           MOVE 0 TO IDX-CMP.

       BUSCAR-CAMPANA-SIGUIENTE.
           ADD 1 TO IDX-CMP.
           IF IDX-CMP > NUM-CAMPANAS
               GO TO BUSCAR-CAMPANA-FIN.
           IF CTB-NUM(IDX-CMP) = CAMPANA-BUSCADA
               MOVE IDX-CMP TO CAMPANA-ENCONTRADA
               GO TO BUSCAR-CAMPANA-FIN.
           GO TO BUSCAR-CAMPANA-SIGUIENTE.

       BUSCAR-CAMPANA-FIN.
           EXIT.

       CONTAR-BAJAS.
           MOVE 0 TO TOTAL-BAJAS-PUB.

           OPEN INPUT F-BAJASPUB.
           IF FSBP <> 00
               CLOSE F-BAJASPUB
               GO TO CONTAR-BAJAS-FIN.

       LEER-BAJA-PUB.
           READ F-BAJASPUB NEXT RECORD AT END
               GO TO FIN-BAJAS-PUB.
           ADD 1 TO TOTAL-BAJAS-PUB.
           GO TO LEER-BAJA-PUB.

       FIN-BAJAS-PUB.
           CLOSE F-BAJASPUB.

       CONTAR-BAJAS-FIN.
           EXIT.

       IMPRIMIR-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Camp. Nombre                         Vig "
               "Elegibles Mostradas     Veces Aceptadas "
               "Descartad.     Bajas %Acep"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-CMP.

       IMPRIMIR-CAMPANA.
           ADD 1 TO IDX-CMP.
           IF IDX-CMP > NUM-CAMPANAS
               GO TO IMPRIMIR-TOTALES.

           MOVE 0 TO PCT-ACEPTACION.
           IF CTB-MOSTRADAS(IDX-CMP) > 0
               COMPUTE PCT-ACEPTACION =
                   (CTB-ACEPTADAS(IDX-CMP) * 100)
                   / CTB-MOSTRADAS(IDX-CMP).

           MOVE SPACES TO LINEA-INFORME.
           STRING CTB-NUM(IDX-CMP) "  " CTB-NOMBRE(IDX-CMP) " "
               CTB-VIGENTE(IDX-CMP) "     "
               CTB-ELEGIBLES(IDX-CMP) "   "
               CTB-MOSTRADAS(IDX-CMP) " "
               CTB-VECES(IDX-CMP) "   "
               CTB-ACEPTADAS(IDX-CMP) "    "
               CTB-DESCARTADAS(IDX-CMP) "   "
               CTB-BAJAS(IDX-CMP) "  "
               PCT-ACEPTACION
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO IMPRIMIR-CAMPANA.

       IMPRIMIR-TOTALES.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuentas revisadas " TOTAL-CUENTAS
               " sin publicidad " TOTAL-SIN-PUBLICIDAD
               " sin perfiles " TOTAL-SIN-PERFIL
               " tarjetas x campana " TOTAL-ASIGNACIONES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuentas dadas de baja de publicidad: "
               TOTAL-BAJAS-PUB
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       IMPRIMIR-INFORME-FIN.
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
           MOVE "BATCHCMP"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCM=" FSCM " " "FSMS=" FSMS " " "FSEL=" FSEL " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
