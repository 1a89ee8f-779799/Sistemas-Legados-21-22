       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCRS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-RESIDENCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-CTA-ID
           FILE STATUS IS FSRF.

           SELECT OPTIONAL F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSM-CLAVE
           FILE STATUS IS FSRS.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-DEPOSITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-NUM
           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDP.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-DECLARACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
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

      * Residencia fiscal del titular, que se recoge en BANK10.
       FD F-RESIDENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "residenciafiscal.ubd".
       01 RESIDENCIA-REG.
           02 RES-CTA-ID            PIC 9(16).
           02 RES-PAIS-FISCAL       PIC  X(2).
           02 RES-NIF-EXTRANJERO    PIC X(20).
           02 RES-PAIS-DOMICILIO    PIC  X(2).
           02 RES-PREFIJO-TEL       PIC  9(3).
           02 RES-INDICIOS          PIC  X(1).
           02 RES-MOTIVO            PIC X(30).
           02 RES-REVISION          PIC  X(1).
           02 RES-FECHA             PIC  9(8).
           02 RES-OPERADOR          PIC  9(4).

      * Resumen mensual por tarjeta que mantiene BANKRSM.
       FD F-RESUMEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "resumenmes.ubd".
       01 RESUMEN-REG.
           02 RSM-CLAVE.
               03 RSM-TARJETA          PIC  9(16).
               03 RSM-PERIODO          PIC  9(6).
           02 RSM-NUM-MOV              PIC  9(7).
           02 RSM-PRIMER-MOV-NUM       PIC  9(35).
           02 RSM-ULTIMO-MOV-NUM       PIC  9(35).
           02 RSM-SALDO-APERTURA-CENT  PIC S9(11).
           02 RSM-SALDO-CIERRE-CENT    PIC S9(11).
           02 RSM-PRIMERA-FECHA        PIC  9(8).
           02 RSM-ULTIMA-FECHA         PIC  9(8).
           02 RSM-ULTIMA-FECHA-POSIT   PIC  9(8).
           02 RSM-DEBE-NUM             PIC  9(7).
           02 RSM-DEBE-CENT            PIC  9(13).
           02 RSM-HABER-NUM            PIC  9(7).
           02 RSM-HABER-CENT           PIC  9(13).
           02 RSM-COMISION-NUM         PIC  9(5).
           02 RSM-COMISION-CENT        PIC  9(11).
           02 RSM-INT-ABONO-NUM        PIC  9(5).
           02 RSM-INT-ABONO-CENT       PIC  9(11).
           02 RSM-RETENCION-NUM        PIC  9(5).
           02 RSM-RETENCION-CENT       PIC  9(11).
           02 RSM-INT-DESC-NUM         PIC  9(5).
           02 RSM-INT-DESC-CENT        PIC  9(11).
           02 RSM-EFE-ENTRA-NUM        PIC  9(5).
           02 RSM-EFE-ENTRA-CENT       PIC  9(11).
           02 RSM-EFE-SALE-NUM         PIC  9(5).
           02 RSM-EFE-SALE-CENT        PIC  9(11).
           02 RSM-TIPO OCCURS 8 TIMES.
               03 RSM-TIPO-NUM         PIC  9(5).
               03 RSM-TIPO-CENT        PIC S9(11).
           02 RSM-CATEGORIA OCCURS 10 TIMES.
               03 RSM-CAT-DEBE-NUM     PIC  9(5).
               03 RSM-CAT-DEBE-CENT    PIC  9(11).
               03 RSM-CAT-HABER-NUM    PIC  9(5).
               03 RSM-CAT-HABER-CENT   PIC  9(11).
           02 RSM-CANAL-ENTRADA OCCURS 16 TIMES.
               03 RSM-CANAL            PIC  X(3).
               03 RSM-CANAL-DEBE-NUM   PIC  9(5).
               03 RSM-CANAL-DEBE-CENT  PIC  9(11).
               03 RSM-CANAL-HABER-NUM  PIC  9(5).
               03 RSM-CANAL-HABER-CENT PIC  9(11).
       01 RESUMEN-CONTROL-REG.
           02 RSC-CLAVE                PIC  9(22).
           02 RSC-ULTIMO-MOV-NUM       PIC  9(35).
           02 RSC-ESTADO               PIC  X(1).
           02 RSC-FECHA-RECONS         PIC  9(8).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

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

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

      * Fichero de intercambio automatico de informacion financiera
      * (CRS/FATCA) para la Agencia Tributaria.  Lleva cabecera y pie
      * con numero de registros y total de control, como el resto de
      * ficheros de intercambio de la entidad.
       FD F-DECLARACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "declaracioncrs.txt".
       01 LINEA-CRS                 PIC X(200).
       01 CABECERA-CRS.
           02 CCRS-TIPO             PIC  X(3).
           02 CCRS-ORIGEN           PIC  X(8).
           02 CCRS-FECHA            PIC  9(8).
           02 CCRS-SECUENCIA        PIC  9(6).
           02 CCRS-MODELO           PIC  X(3).
           02 CCRS-EJERCICIO        PIC  9(4).
           02 FILLER                PIC X(168).
       01 DETALLE-CRS.
           02 DCRS-TIPO             PIC  X(3).
           02 DCRS-EJERCICIO        PIC  9(4).
           02 DCRS-PAIS-FISCAL      PIC  X(2).
           02 DCRS-NIF-EXTRANJERO   PIC X(20).
           02 DCRS-CUENTA           PIC 9(16).
           02 DCRS-NIF              PIC  X(9).
           02 DCRS-TITULAR          PIC X(30).
           02 DCRS-DIRECCION        PIC X(35).
           02 DCRS-PAIS-DOMICILIO   PIC  X(2).
           02 DCRS-FECHA-NAC        PIC  9(8).
           02 DCRS-SALDO-SIGNO      PIC  X(1).
           02 DCRS-SALDO-CENT       PIC 9(13).
           02 DCRS-INTERES-CENT     PIC 9(13).
           02 DCRS-MONEDA           PIC  X(3).
           02 FILLER                PIC X(41).
       01 PIE-CRS.
           02 PCRS-TIPO             PIC  X(3).
           02 PCRS-REGISTROS        PIC  9(9).
           02 PCRS-HASH             PIC 9(15).
           02 FILLER                PIC X(173).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informecrs.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FST                       PIC  X(2).
       77 FSU                       PIC  X(2).
       77 FSRF                      PIC  X(2).
       77 FSRS                      PIC  X(2).
       77 FSSA                      PIC  X(2).
       77 FSDP                      PIC  X(2).
       77 FSFO                      PIC  X(2).
       77 FSX                       PIC  X(2).
       77 FSIF                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC  9(4).
               10 MES               PIC  9(2).
               10 DIA               PIC  9(2).
           05 HORA.
               10 HORAS             PIC  9(2).
               10 MINUTOS           PIC  9(2).
               10 SEGUNDOS          PIC  9(2).
               10 MILISEGUNDOS      PIC  9(2).
           05 DIF-GMT               PIC S9(4).

       78 PAIS-ENTIDAD              VALUE "ES".

       77 ANO-EXTRACTO              PIC  9(4).
       77 PERIODO-DESDE             PIC  9(6).
       77 PERIODO-HASTA             PIC  9(6).
       77 FECHA-DESDE               PIC  9(8).
       77 FECHA-HASTA               PIC  9(8).
       77 FECHA-HOY-AAAAMMDD        PIC  9(8).

       77 CUENTA-ACTUAL             PIC  9(16).
       77 HAY-CUENTA                PIC  9(1).
       77 CUENTA-REPORTABLE         PIC  9(1).
       77 CUENTA-PENDIENTE          PIC  9(1).
       77 SALDO-TARJETA-HALLADO     PIC  9(1).
       77 PAIS-FISCAL-ACTUAL        PIC  X(2).
       77 NIF-EXT-ACTUAL            PIC X(20).
       77 PAIS-DOMICILIO-ACTUAL     PIC  X(2).
       77 MOTIVO-ACTUAL             PIC X(30).

       77 CTA-SALDO-CENT            PIC S9(13).
       77 CTA-INTERES-CENT          PIC S9(13).
       77 SALDO-TARJETA-CENT        PIC S9(11).
       77 PROD-INTERES              PIC S9(18).
       77 INTERES-DEP-CENT          PIC S9(11).

       77 IDX-POS                   PIC  9(3).
       01 CARACTER                  PIC  X(1).
       01 CARACTER-NUM REDEFINES CARACTER PIC 9(1).
       77 HASH-CALCULADO            PIC 9(15) VALUE 0.

       77 TOTAL-CUENTAS             PIC  9(9) VALUE 0.
       77 TOTAL-DECLARADAS          PIC  9(9) VALUE 0.
       77 TOTAL-PENDIENTES          PIC  9(9) VALUE 0.
       77 TOTAL-SIN-NIF             PIC  9(9) VALUE 0.
       77 TOTAL-SALDO-CENT          PIC S9(15) VALUE 0.
       77 TOTAL-INTERES-CENT        PIC S9(15) VALUE 0.

       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Declaracion anual de cuentas de no residentes (CRS/FATCA):
      * por cada cuenta cuyo titular tiene residencia fiscal fuera de
      * Espana se declara el saldo a 31 de diciembre de las tarjetas
      * y de los depositos a plazo vivos, y los intereses brutos
      * abonados en el ejercicio.  Las cuentas con indicios de
      * residencia extranjera sin revisar salen en el informe de
      * control para que cumplimiento las resuelva.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHCRS - Declaracion CRS/FATCA de cuentas de".
           DISPLAY "           no residentes".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE ANO-EXTRACTO = ANO - 1.
           COMPUTE PERIODO-DESDE = (ANO-EXTRACTO * 100) + 1.
           COMPUTE PERIODO-HASTA = (ANO-EXTRACTO * 100) + 12.
           COMPUTE FECHA-DESDE = (ANO-EXTRACTO * 10000) + 101.
           COMPUTE FECHA-HASTA = (ANO-EXTRACTO * 10000) + 1231.

           MOVE "I" TO RSMC-MODO.
           CALL "BANKRSM" USING DATOS-RESUMEN.
           IF RSMC-RESULTADO NOT = "S"
               DISPLAY "BATCHCRS: resumen mensual no actualizado"
               GO TO FIN-ERROR.

           OPEN OUTPUT F-DECLARACION.
           IF FSX <> 00
               DISPLAY "BATCHCRS: error abriendo declaracioncrs.txt"
                   ", FSX=" FSX
               GO TO FIN-ERROR.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHCRS: error abriendo informecrs.txt"
                   ", FSIF=" FSIF
               CLOSE F-DECLARACION
               GO TO FIN-ERROR.

           MOVE SPACES TO CABECERA-CRS.
           MOVE "CAB"              TO CCRS-TIPO.
           MOVE "UNIZARBK"         TO CCRS-ORIGEN.
           MOVE FECHA-HOY-AAAAMMDD TO CCRS-FECHA.
           MOVE ANO-EXTRACTO       TO CCRS-SECUENCIA.
           MOVE "CRS"              TO CCRS-MODELO.
           MOVE ANO-EXTRACTO       TO CCRS-EJERCICIO.
           WRITE CABECERA-CRS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Control de la declaracion CRS/FATCA, "
               "ejercicio " ANO-EXTRACTO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHCRS: error abriendo tarjetas, FST=" FST
               CLOSE F-DECLARACION
               CLOSE F-INFORME
               GO TO FIN-ERROR.

      * Las tarjetas se recorren por el indice de cuenta, de forma
      * que todas las tarjetas de una cuenta quedan agrupadas.
           MOVE 0 TO CTA-ID-C.
           START TARJETAS KEY IS >= CTA-ID-C
               INVALID KEY GO TO FIN-LECTURA.

           MOVE 0 TO HAY-CUENTA.
           PERFORM RESET-ACUMULADOS THRU RESET-ACUMULADOS.

       LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END GO TO ULTIMA-CUENTA.

           IF HAY-CUENTA = 0
               MOVE 1 TO HAY-CUENTA
               MOVE CTA-ID-C TO CUENTA-ACTUAL
               ADD 1 TO TOTAL-CUENTAS
               PERFORM LEER-RESIDENCIA THRU LEER-RESIDENCIA-FIN
           ELSE
               IF CTA-ID-C NOT = CUENTA-ACTUAL
                   PERFORM CERRAR-CUENTA THRU CERRAR-CUENTA-FIN
                   PERFORM RESET-ACUMULADOS THRU RESET-ACUMULADOS
                   MOVE CTA-ID-C TO CUENTA-ACTUAL
                   ADD 1 TO TOTAL-CUENTAS
                   PERFORM LEER-RESIDENCIA THRU LEER-RESIDENCIA-FIN
               END-IF
           END-IF.

           IF CUENTA-REPORTABLE = 1
               PERFORM ACUMULAR-TARJETA THRU ACUMULAR-TARJETA-FIN
               PERFORM ACUMULAR-DEPOSITOS
                   THRU ACUMULAR-DEPOSITOS-FIN.

           GO TO LEER-TARJETA.

       ULTIMA-CUENTA.
           IF HAY-CUENTA = 1
               PERFORM CERRAR-CUENTA THRU CERRAR-CUENTA-FIN.
           GO TO FIN-LECTURA.

       RESET-ACUMULADOS.
           MOVE 0 TO CTA-SALDO-CENT.
           MOVE 0 TO CTA-INTERES-CENT.

      * Una cuenta se declara si el titular tiene residencia fiscal
      * fuera de Espana.  Si hay indicios sin revisar se deja para
      * el informe de control.
       LEER-RESIDENCIA.
           MOVE 0 TO CUENTA-REPORTABLE.
           MOVE 0 TO CUENTA-PENDIENTE.
           MOVE PAIS-ENTIDAD TO PAIS-FISCAL-ACTUAL.
           MOVE SPACES TO NIF-EXT-ACTUAL.
           MOVE PAIS-ENTIDAD TO PAIS-DOMICILIO-ACTUAL.
           MOVE SPACES TO MOTIVO-ACTUAL.

           OPEN INPUT F-RESIDENCIA.
           IF FSRF <> 00 AND 05
               GO TO LEER-RESIDENCIA-FIN.

           MOVE CUENTA-ACTUAL TO RES-CTA-ID.
           READ F-RESIDENCIA INVALID KEY
               CLOSE F-RESIDENCIA
               GO TO LEER-RESIDENCIA-FIN.
           CLOSE F-RESIDENCIA.

           MOVE RES-PAIS-FISCAL    TO PAIS-FISCAL-ACTUAL.
           MOVE RES-NIF-EXTRANJERO TO NIF-EXT-ACTUAL.
           MOVE RES-PAIS-DOMICILIO TO PAIS-DOMICILIO-ACTUAL.
           MOVE RES-MOTIVO         TO MOTIVO-ACTUAL.

           IF RES-INDICIOS = "S" AND RES-REVISION = "P"
               MOVE 1 TO CUENTA-PENDIENTE.
           IF RES-PAIS-FISCAL NOT = PAIS-ENTIDAD
              AND RES-PAIS-FISCAL NOT = SPACES
               MOVE 1 TO CUENTA-REPORTABLE.

       LEER-RESIDENCIA-FIN.
           EXIT.

      * Intereses brutos del ejercicio y saldo a 31 de diciembre de
      * la tarjeta.  El saldo es el de cierre del ultimo resumen del
      * ejercicio; si la tarjeta no tuvo movimientos se toma la
      * apertura del primer resumen posterior o, si no lo hay, el
      * saldo actual.
       ACUMULAR-TARJETA.
           MOVE 0 TO SALDO-TARJETA-HALLADO.
           MOVE 0 TO SALDO-TARJETA-CENT.

           OPEN INPUT F-RESUMEN.
           IF FSRS <> 00 AND 05
               GO TO ACUMULAR-SALDO-ACTUAL.

           MOVE TNUM-C TO RSM-TARJETA.
           MOVE PERIODO-DESDE TO RSM-PERIODO.
           START F-RESUMEN KEY IS >= RSM-CLAVE
               INVALID KEY GO TO ACUMULAR-TARJETA-CERRAR.

       LEER-RESUMEN-TARJETA.
           READ F-RESUMEN NEXT RECORD AT END
               GO TO ACUMULAR-TARJETA-CERRAR.
           IF RSM-TARJETA NOT = TNUM-C
               GO TO ACUMULAR-TARJETA-CERRAR.
           IF RSM-PERIODO > PERIODO-HASTA
               GO TO RESUMEN-POSTERIOR.

           ADD RSM-INT-ABONO-CENT TO CTA-INTERES-CENT.
           MOVE RSM-SALDO-CIERRE-CENT TO SALDO-TARJETA-CENT.
           MOVE 1 TO SALDO-TARJETA-HALLADO.

           GO TO LEER-RESUMEN-TARJETA.

       RESUMEN-POSTERIOR.
           IF SALDO-TARJETA-HALLADO = 0
               MOVE RSM-SALDO-APERTURA-CENT TO SALDO-TARJETA-CENT
               MOVE 1 TO SALDO-TARJETA-HALLADO.

       ACUMULAR-TARJETA-CERRAR.
           CLOSE F-RESUMEN.
           IF SALDO-TARJETA-HALLADO = 1
               GO TO ACUMULAR-TARJETA-SUMAR.

       ACUMULAR-SALDO-ACTUAL.
           OPEN INPUT F-SALDOS.
           IF FSSA <> 00 AND 05
               GO TO ACUMULAR-TARJETA-FIN.

           MOVE TNUM-C TO SAL-TARJETA.
           READ F-SALDOS INVALID KEY
               MOVE 0 TO SAL-CENT.
           CLOSE F-SALDOS.
           MOVE SAL-CENT TO SALDO-TARJETA-CENT.

       ACUMULAR-TARJETA-SUMAR.
           ADD SALDO-TARJETA-CENT TO CTA-SALDO-CENT.

       ACUMULAR-TARJETA-FIN.
           EXIT.

      * Depositos a plazo de la tarjeta: el principal cuenta en el
      * saldo si el deposito estaba vivo a 31 de diciembre, y el
      * interes de los vencidos en el ejercicio se calcula como lo
      * abona BATCHDEP.  Los cancelados antes de plazo no devengan.
       ACUMULAR-DEPOSITOS.
           OPEN INPUT F-DEPOSITOS.
           IF FSDP <> 00 AND 05
               GO TO ACUMULAR-DEPOSITOS-FIN.

           MOVE TNUM-C TO DEP-TARJETA.
           START F-DEPOSITOS KEY IS = DEP-TARJETA
               INVALID KEY GO TO ACUMULAR-DEPOSITOS-CERRAR.

       LEER-DEPOSITO.
           READ F-DEPOSITOS NEXT RECORD AT END
               GO TO ACUMULAR-DEPOSITOS-CERRAR.
           IF DEP-TARJETA NOT = TNUM-C
               GO TO ACUMULAR-DEPOSITOS-CERRAR.
           IF DEP-FECHA-APERTURA > FECHA-HASTA
               GO TO LEER-DEPOSITO.

           IF DEP-ESTADO = "A"
               ADD DEP-CENT TO CTA-SALDO-CENT
               GO TO LEER-DEPOSITO.
           IF DEP-ESTADO NOT = "V"
               GO TO LEER-DEPOSITO.

           IF DEP-FECHA-VTO > FECHA-HASTA
               ADD DEP-CENT TO CTA-SALDO-CENT
               GO TO LEER-DEPOSITO.
           IF DEP-FECHA-VTO < FECHA-DESDE
               GO TO LEER-DEPOSITO.

           COMPUTE PROD-INTERES = DEP-CENT * DEP-TASA-BP * DEP-MESES.
           COMPUTE INTERES-DEP-CENT = PROD-INTERES / 120000.
           ADD INTERES-DEP-CENT TO CTA-INTERES-CENT.
           GO TO LEER-DEPOSITO.

       ACUMULAR-DEPOSITOS-CERRAR.
           CLOSE F-DEPOSITOS.

       ACUMULAR-DEPOSITOS-FIN.
           EXIT.

       CERRAR-CUENTA.
           IF CUENTA-PENDIENTE = 1
               PERFORM ESCRIBIR-PENDIENTE THRU ESCRIBIR-PENDIENTE-FIN.
           IF CUENTA-REPORTABLE = 0
               GO TO CERRAR-CUENTA-FIN.

           PERFORM LEER-TITULAR THRU LEER-TITULAR-FIN.

           MOVE SPACES TO DETALLE-CRS.
           MOVE "CRS"              TO DCRS-TIPO.
           MOVE ANO-EXTRACTO       TO DCRS-EJERCICIO.
           MOVE PAIS-FISCAL-ACTUAL TO DCRS-PAIS-FISCAL.
           MOVE NIF-EXT-ACTUAL     TO DCRS-NIF-EXTRANJERO.
           MOVE CUENTA-ACTUAL      TO DCRS-CUENTA.
           MOVE CTA-NIF            TO DCRS-NIF.
           MOVE CTA-NOMBRE         TO DCRS-TITULAR.
           MOVE CTA-DIRECCION      TO DCRS-DIRECCION.
           MOVE PAIS-DOMICILIO-ACTUAL
               TO DCRS-PAIS-DOMICILIO.
           MOVE CTA-FECHA-NAC      TO DCRS-FECHA-NAC.
           MOVE "+"                TO DCRS-SALDO-SIGNO.
           IF CTA-SALDO-CENT < 0
               MOVE "-"            TO DCRS-SALDO-SIGNO.
           MOVE CTA-SALDO-CENT     TO DCRS-SALDO-CENT.
           MOVE CTA-INTERES-CENT   TO DCRS-INTERES-CENT.
           MOVE "EUR"              TO DCRS-MONEDA.
           WRITE DETALLE-CRS.

           MOVE 0 TO IDX-POS.
           PERFORM SUMAR-CIFRAS THRU SUMAR-CIFRAS-FIN.

           ADD 1 TO TOTAL-DECLARADAS.
           ADD CTA-SALDO-CENT TO TOTAL-SALDO-CENT.
           ADD CTA-INTERES-CENT TO TOTAL-INTERES-CENT.

           IF NIF-EXT-ACTUAL = SPACES
               ADD 1 TO TOTAL-SIN-NIF
               MOVE SPACES TO LINEA-INFORME
               STRING "Cuenta " CUENTA-ACTUAL " Titular " CTA-NOMBRE
                   " Residencia " PAIS-FISCAL-ACTUAL
                   " declarada sin NIF extranjero"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME.

       CERRAR-CUENTA-FIN.
           EXIT.

       ESCRIBIR-PENDIENTE.
           ADD 1 TO TOTAL-PENDIENTES.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuenta " CUENTA-ACTUAL " Residencia "
               PAIS-FISCAL-ACTUAL " indicios pendientes de revision: "
               MOTIVO-ACTUAL
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-PENDIENTE-FIN.
           EXIT.

       SUMAR-CIFRAS.
           ADD 1 TO IDX-POS.
           IF IDX-POS > 200
               GO TO SUMAR-CIFRAS-FIN.
           MOVE LINEA-CRS(IDX-POS:1) TO CARACTER.
           IF CARACTER IS NUMERIC
               ADD CARACTER-NUM TO HASH-CALCULADO.
           GO TO SUMAR-CIFRAS.

       SUMAR-CIFRAS-FIN.
           EXIT.

       LEER-TITULAR.
           MOVE SPACES TO CTA-NOMBRE.
           MOVE SPACES TO CTA-DIRECCION.
           MOVE SPACES TO CTA-NIF.
           MOVE 0 TO CTA-FECHA-NAC.

           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO LEER-TITULAR-FIN.

           MOVE CUENTA-ACTUAL TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               MOVE SPACES TO CTA-NOMBRE
               MOVE SPACES TO CTA-DIRECCION
               MOVE SPACES TO CTA-NIF
               MOVE 0 TO CTA-FECHA-NAC.
           CLOSE CUENTAS.

       LEER-TITULAR-FIN.
           EXIT.

       FIN-LECTURA.
           CLOSE TARJETAS.

           MOVE SPACES TO PIE-CRS.
           MOVE "PIE"            TO PCRS-TIPO.
           MOVE TOTAL-DECLARADAS TO PCRS-REGISTROS.
           MOVE HASH-CALCULADO   TO PCRS-HASH.
           WRITE PIE-CRS.
           CLOSE F-DECLARACION.

           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Cuentas " TOTAL-CUENTAS
               " declaradas " TOTAL-DECLARADAS
               " sin NIF extranjero " TOTAL-SIN-NIF
               " pendientes de revision " TOTAL-PENDIENTES
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Saldo declarado " TOTAL-SALDO-CENT
               " intereses brutos " TOTAL-INTERES-CENT " cent."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHCRS: cuentas procesadas   : " TOTAL-CUENTAS.
           DISPLAY "BATCHCRS: cuentas declaradas   : "
               TOTAL-DECLARADAS.
           DISPLAY "BATCHCRS: sin NIF extranjero   : " TOTAL-SIN-NIF.
           DISPLAY "BATCHCRS: pendientes revision  : "
               TOTAL-PENDIENTES.
           STOP RUN.

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
           MOVE "BATCHCRS"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FST=" FST " " "FSX=" FSX " " "FSIF=" FSIF " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
