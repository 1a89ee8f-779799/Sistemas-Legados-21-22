       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DONATIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DON-NUM
           ALTERNATE RECORD KEY IS DON-ONG WITH DUPLICATES
           FILE STATUS IS FSDO.

           SELECT OPTIONAL F-ONGS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ONG-NUM
           FILE STATUS IS FSON.

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

           SELECT F-ACUMDON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACD-CLAVE
           FILE STATUS IS FSAD.

           SELECT F-CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCE.

           SELECT F-DECLARACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSX.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Donativos hechos en el cajero (BANK67).
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

      * Fichero de trabajo: lo donado por cada NIF a cada ONG en el
      * ejercicio y en los dos anteriores, para la recurrencia.  Se
      * rehace en cada ejecucion.
       FD F-ACUMDON
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acumdonativos.ubd".
       01 ACUMDON-REG.
           02 ACD-CLAVE.
               03 ACD-ONG           PIC  9(4).
               03 ACD-NIF           PIC  X(9).
           02 ACD-NOMBRE            PIC X(30).
           02 ACD-NUM-DON           PIC  9(5).
           02 ACD-CENT              PIC S9(11).
           02 ACD-CENT-ANT1         PIC S9(11).
           02 ACD-CENT-ANT2         PIC S9(11).

       FD F-CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certificadosdonativos.txt".
       01 LINEA-CERTIFICADO         PIC X(132).

      * Declaracion informativa anual de donativos recibidos (modelo
      * 182) que cada ONG presenta a la Agencia Tributaria.  Un
      * bloque por ONG con cabecera y pie con numero de registros,
      * importe total y total de control, como el resto de ficheros
      * de intercambio de la entidad.
       FD F-DECLARACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "declaraciondonativos.txt".
       01 LINEA-182                 PIC X(200).
       01 CABECERA-182.
           02 C182-TIPO             PIC  X(3).
           02 C182-ORIGEN           PIC  X(8).
           02 C182-FECHA            PIC  9(8).
           02 C182-MODELO           PIC  X(3).
           02 C182-EJERCICIO        PIC  9(4).
           02 C182-CIF-DECLARANTE   PIC  X(9).
           02 C182-DECLARANTE       PIC X(30).
           02 FILLER                PIC X(135).
       01 DETALLE-182.
           02 D182-TIPO             PIC  X(3).
           02 D182-EJERCICIO        PIC  9(4).
           02 D182-CIF-DECLARANTE   PIC  X(9).
           02 D182-NIF-DONANTE      PIC  X(9).
           02 D182-DONANTE          PIC X(30).
           02 D182-CLAVE            PIC  X(1).
           02 D182-NUM-DONATIVOS    PIC  9(5).
           02 D182-IMPORTE-CENT     PIC 9(13).
           02 D182-RECURRENTE       PIC  X(1).
           02 FILLER                PIC X(125).
       01 PIE-182.
           02 P182-TIPO             PIC  X(3).
           02 P182-REGISTROS        PIC  9(9).
           02 P182-IMPORTE-CENT     PIC 9(15).
           02 P182-HASH             PIC 9(15).
           02 FILLER                PIC X(158).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSDO                      PIC  X(2).
       77 FSON                      PIC  X(2).
       77 FST                       PIC  X(2).
       77 FSU                       PIC  X(2).
       77 FSAD                      PIC  X(2).
       77 FSCE                      PIC  X(2).
       77 FSX                       PIC  X(2).
       77 FSFO                      PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD        PIC  9(8).
       77 ANO-EXTRACTO              PIC  9(4).
       77 ANO-ANTERIOR-1            PIC  9(4).
       77 ANO-ANTERIOR-2            PIC  9(4).
       77 ANO-DONATIVO              PIC  9(4).

       77 TARJETA-BUSCADA           PIC  9(16) VALUE 0.
       77 NIF-DONANTE               PIC  X(9).
       77 NOMBRE-DONANTE            PIC X(30).
       77 ACUMULADO-NUEVO           PIC  9(1).

       77 HAY-ONG                   PIC  9(1) VALUE 0.
       77 ONG-ACTUAL                PIC  9(4).
       77 RECURRENTE                PIC  X(1).
       77 IMPORTE-EUR               PIC  9(9)V99.
       77 IMPORTE-EDIT              PIC Z(8)9.99.

       77 IDX-POS                   PIC  9(3).
       01 CARACTER                  PIC  X(1).
       01 CARACTER-NUM REDEFINES CARACTER PIC 9(1).
       77 HASH-CALCULADO            PIC 9(15).
       77 ONG-REGISTROS             PIC  9(9).
       77 ONG-IMPORTE-CENT          PIC 9(15).

       77 TOTAL-DONATIVOS           PIC  9(9) VALUE 0.
       77 TOTAL-SIN-NIF             PIC  9(9) VALUE 0.
       77 TOTAL-ONGS                PIC  9(9) VALUE 0.
       77 TOTAL-CERTIFICADOS        PIC  9(9) VALUE 0.
       77 TOTAL-RECURRENTES         PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Certificados anuales de donativos y declaracion informativa
      * de las ONG.  Se lanza en enero y cubre el ejercicio anterior.
      * Los donativos hechos en el cajero se agrupan por ONG y NIF
      * del titular de la cuenta de la tarjeta: cada donante recibe
      * un certificado por ONG con lo donado en el ejercicio, y cada
      * ONG un bloque de la declaracion con sus donantes.  El
      * donativo es recurrente si el donante tambien dono a la misma
      * ONG en cada uno de los dos ejercicios anteriores.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHCDO - Certificados de donativos y".
           DISPLAY "           declaracion informativa de las ONG".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.
           COMPUTE ANO-EXTRACTO = ANO - 1.
           COMPUTE ANO-ANTERIOR-1 = ANO - 2.
           COMPUTE ANO-ANTERIOR-2 = ANO - 3.

           OPEN OUTPUT F-CERTIFICADOS.
           IF FSCE <> 00
               DISPLAY "BATCHCDO: error abriendo certificados"
                   "donativos.txt, FSCE=" FSCE
               GO TO FIN-ERROR.

           OPEN OUTPUT F-DECLARACION.
           IF FSX <> 00
               DISPLAY "BATCHCDO: error abriendo declaracion"
                   "donativos.txt, FSX=" FSX
               CLOSE F-CERTIFICADOS
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "UnizarBank - Certificados de donativos a ONG, "
               "ejercicio " ANO-EXTRACTO
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.

           OPEN OUTPUT F-ACUMDON.
           CLOSE F-ACUMDON.
           OPEN I-O F-ACUMDON.
           IF FSAD <> 00
               DISPLAY "BATCHCDO: error abriendo acumdonativos, FSAD="
                   FSAD
               CLOSE F-CERTIFICADOS
               CLOSE F-DECLARACION
               GO TO FIN-ERROR.

           OPEN INPUT F-DONATIVOS.
           IF FSDO = 35 OR FSDO = 05
               DISPLAY "BATCHCDO: sin donativos registrados"
               CLOSE F-DONATIVOS
               CLOSE F-ACUMDON
               GO TO FIN-INFORME.
           IF FSDO <> 00
               DISPLAY "BATCHCDO: error abriendo donativos, FSDO="
                   FSDO
               CLOSE F-ACUMDON
               CLOSE F-CERTIFICADOS
               CLOSE F-DECLARACION
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHCDO: error abriendo tarjetas, FST=" FST
               CLOSE F-DONATIVOS
               CLOSE F-ACUMDON
               CLOSE F-CERTIFICADOS
               CLOSE F-DECLARACION
               GO TO FIN-ERROR.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHCDO: error abriendo cuentas, FSU=" FSU
               CLOSE TARJETAS
               CLOSE F-DONATIVOS
               CLOSE F-ACUMDON
               CLOSE F-CERTIFICADOS
               CLOSE F-DECLARACION
               GO TO FIN-ERROR.

      * Primera pasada: acumulado por ONG y NIF de los tres
      * ejercicios que interesan.
       LEER-DONATIVO.
           READ F-DONATIVOS NEXT RECORD AT END
               GO TO DONATIVOS-ACUMULADOS.

           COMPUTE ANO-DONATIVO = DON-FECHA / 10000.
           IF ANO-DONATIVO < ANO-ANTERIOR-2
              OR ANO-DONATIVO > ANO-EXTRACTO
               GO TO LEER-DONATIVO.

           PERFORM BUSCAR-DONANTE THRU BUSCAR-DONANTE-FIN.
           IF NIF-DONANTE = SPACES
               IF ANO-DONATIVO = ANO-EXTRACTO
                   ADD 1 TO TOTAL-SIN-NIF
                   MOVE SPACES TO LINEA-CERTIFICADO
                   STRING "AVISO donativo " DON-NUM " tarjeta "
                       DON-TARJETA " ONG " DON-ONG
                       " sin NIF del titular, no certificado"
                       DELIMITED BY SIZE INTO LINEA-CERTIFICADO
                   WRITE LINEA-CERTIFICADO
               END-IF
               GO TO LEER-DONATIVO.

           PERFORM ACUMULAR-DONATIVO THRU ACUMULAR-DONATIVO-FIN.
           GO TO LEER-DONATIVO.

       DONATIVOS-ACUMULADOS.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-DONATIVOS.
           CLOSE F-ACUMDON.

      * Segunda pasada: el fichero de trabajo sale ordenado por ONG
      * y NIF, que es el orden de la declaracion.
           OPEN INPUT F-ACUMDON.
           IF FSAD <> 00
               GO TO FIN-ERROR.

           OPEN INPUT F-ONGS.
           IF FSON <> 00 AND 05
               DISPLAY "BATCHCDO: error abriendo ongs, FSON=" FSON
               CLOSE F-ACUMDON
               CLOSE F-CERTIFICADOS
               CLOSE F-DECLARACION
               GO TO FIN-ERROR.

       LEER-ACUMULADO.
           READ F-ACUMDON NEXT RECORD AT END
               GO TO ULTIMA-ONG.
           IF ACD-CENT NOT > 0
               GO TO LEER-ACUMULADO.

           IF HAY-ONG = 1 AND ACD-ONG NOT = ONG-ACTUAL
               PERFORM CERRAR-ONG THRU CERRAR-ONG-FIN.
           IF HAY-ONG = 0
               PERFORM ABRIR-ONG THRU ABRIR-ONG-FIN.

           PERFORM ESCRIBIR-DONANTE THRU ESCRIBIR-DONANTE-FIN.
           GO TO LEER-ACUMULADO.

       ULTIMA-ONG.
           IF HAY-ONG = 1
               PERFORM CERRAR-ONG THRU CERRAR-ONG-FIN.
           CLOSE F-ONGS.
           CLOSE F-ACUMDON.
           GO TO FIN-INFORME.

      * NIF y nombre del titular de la cuenta de la tarjeta; se
      * guarda el ultimo buscado porque los donativos de una misma
      * tarjeta suelen venir seguidos.
       BUSCAR-DONANTE.
           IF DON-TARJETA = TARJETA-BUSCADA
               GO TO BUSCAR-DONANTE-FIN.
           MOVE DON-TARJETA TO TARJETA-BUSCADA.
           MOVE SPACES TO NIF-DONANTE.
           MOVE SPACES TO NOMBRE-DONANTE.

           MOVE DON-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO BUSCAR-DONANTE-FIN.
           IF CTA-ID-C = 0
               GO TO BUSCAR-DONANTE-FIN.

           MOVE CTA-ID-C TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO BUSCAR-DONANTE-FIN.
           MOVE CTA-NIF    TO NIF-DONANTE.
           MOVE CTA-NOMBRE TO NOMBRE-DONANTE.

       BUSCAR-DONANTE-FIN.
           EXIT.

       ACUMULAR-DONATIVO.
           MOVE 0 TO ACUMULADO-NUEVO.
           MOVE DON-ONG     TO ACD-ONG.
           MOVE NIF-DONANTE TO ACD-NIF.
           READ F-ACUMDON INVALID KEY
               MOVE 1 TO ACUMULADO-NUEVO
               MOVE NOMBRE-DONANTE TO ACD-NOMBRE
               MOVE 0 TO ACD-NUM-DON
               MOVE 0 TO ACD-CENT
               MOVE 0 TO ACD-CENT-ANT1
               MOVE 0 TO ACD-CENT-ANT2.

           IF ANO-DONATIVO = ANO-EXTRACTO
               ADD 1 TO ACD-NUM-DON
               ADD DON-IMPORTE-CENT TO ACD-CENT
               ADD 1 TO TOTAL-DONATIVOS.
           IF ANO-DONATIVO = ANO-ANTERIOR-1
               ADD DON-IMPORTE-CENT TO ACD-CENT-ANT1.
           IF ANO-DONATIVO = ANO-ANTERIOR-2
               ADD DON-IMPORTE-CENT TO ACD-CENT-ANT2.

           IF ACUMULADO-NUEVO = 1
               WRITE ACUMDON-REG INVALID KEY GO TO FIN-ERROR
               END-WRITE
           ELSE
               REWRITE ACUMDON-REG INVALID KEY GO TO FIN-ERROR
               END-REWRITE.

       ACUMULAR-DONATIVO-FIN.
           EXIT.

      * Cabecera del bloque de la ONG en la declaracion.
       ABRIR-ONG.
           MOVE 1 TO HAY-ONG.
           MOVE ACD-ONG TO ONG-ACTUAL.
           MOVE 0 TO ONG-REGISTROS.
           MOVE 0 TO ONG-IMPORTE-CENT.
           MOVE 0 TO HASH-CALCULADO.
           ADD 1 TO TOTAL-ONGS.

           MOVE ACD-ONG TO ONG-NUM.
           READ F-ONGS INVALID KEY
               MOVE SPACES TO ONG-NOMBRE
               MOVE SPACES TO ONG-CIF.

           MOVE SPACES TO CABECERA-182.
           MOVE "CAB"              TO C182-TIPO.
           MOVE "UNIZARBK"         TO C182-ORIGEN.
           MOVE FECHA-HOY-AAAAMMDD TO C182-FECHA.
           MOVE "182"              TO C182-MODELO.
           MOVE ANO-EXTRACTO       TO C182-EJERCICIO.
           MOVE ONG-CIF            TO C182-CIF-DECLARANTE.
           MOVE ONG-NOMBRE         TO C182-DECLARANTE.
           WRITE CABECERA-182.

       ABRIR-ONG-FIN.
           EXIT.

       CERRAR-ONG.
           MOVE 0 TO HAY-ONG.
           MOVE SPACES TO PIE-182.
           MOVE "PIE"            TO P182-TIPO.
           MOVE ONG-REGISTROS    TO P182-REGISTROS.
           MOVE ONG-IMPORTE-CENT TO P182-IMPORTE-CENT.
           MOVE HASH-CALCULADO   TO P182-HASH.
           WRITE PIE-182.

       CERRAR-ONG-FIN.
           EXIT.

       ESCRIBIR-DONANTE.
           MOVE "N" TO RECURRENTE.
           IF ACD-CENT-ANT1 > 0 AND ACD-CENT-ANT2 > 0
               MOVE "S" TO RECURRENTE
               ADD 1 TO TOTAL-RECURRENTES.

           MOVE SPACES TO DETALLE-182.
           MOVE "DON"              TO D182-TIPO.
           MOVE ANO-EXTRACTO       TO D182-EJERCICIO.
           MOVE ONG-CIF            TO D182-CIF-DECLARANTE.
           MOVE ACD-NIF            TO D182-NIF-DONANTE.
           MOVE ACD-NOMBRE         TO D182-DONANTE.
           MOVE "A"                TO D182-CLAVE.
           MOVE ACD-NUM-DON        TO D182-NUM-DONATIVOS.
           MOVE ACD-CENT           TO D182-IMPORTE-CENT.
           MOVE RECURRENTE         TO D182-RECURRENTE.
           WRITE DETALLE-182.

           MOVE 0 TO IDX-POS.
           PERFORM SUMAR-CIFRAS THRU SUMAR-CIFRAS-FIN.
           ADD 1 TO ONG-REGISTROS.
           ADD ACD-CENT TO ONG-IMPORTE-CENT.

           COMPUTE IMPORTE-EUR = ACD-CENT / 100.
           MOVE IMPORTE-EUR TO IMPORTE-EDIT.

           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CERTIFICADO DE DONATIVOS - EJERCICIO "
               ANO-EXTRACTO
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  Entidad beneficiaria: " ONG-NOMBRE
               " CIF " ONG-CIF
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  Donante: " ACD-NOMBRE " NIF " ACD-NIF
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  Donativos: " ACD-NUM-DON
               " Importe total: " IMPORTE-EDIT " EUR"
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "  Donativo irrevocable y sin contraprestacion, con"
               " derecho a deduccion (Ley 49/2002). Recurrente: "
               RECURRENTE
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           ADD 1 TO TOTAL-CERTIFICADOS.

       ESCRIBIR-DONANTE-FIN.
           EXIT.

       SUMAR-CIFRAS.
           ADD 1 TO IDX-POS.
           IF IDX-POS > 200
               GO TO SUMAR-CIFRAS-FIN.
           MOVE LINEA-182(IDX-POS:1) TO CARACTER.
           IF CARACTER IS NUMERIC
               ADD CARACTER-NUM TO HASH-CALCULADO.
           GO TO SUMAR-CIFRAS.

       SUMAR-CIFRAS-FIN.
           EXIT.

       FIN-INFORME.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Donativos del ejercicio: " TOTAL-DONATIVOS
               " certificados: " TOTAL-CERTIFICADOS
               " ONG declarantes: " TOTAL-ONGS
               " sin NIF: " TOTAL-SIN-NIF
               DELIMITED BY SIZE INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE F-CERTIFICADOS.
           CLOSE F-DECLARACION.

           DISPLAY "BATCHCDO: donativos del ejercicio: "
               TOTAL-DONATIVOS.
           DISPLAY "BATCHCDO: certificados emitidos  : "
               TOTAL-CERTIFICADOS.
           DISPLAY "BATCHCDO: donantes recurrentes   : "
               TOTAL-RECURRENTES.
           DISPLAY "BATCHCDO: ONG declarantes        : " TOTAL-ONGS.
           DISPLAY "BATCHCDO: donativos sin NIF      : "
               TOTAL-SIN-NIF.
           STOP RUN.

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

       FIN-ERROR.
           MOVE "BATCHCDO"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDO=" FSDO " " "FST=" FST " " "FSU=" FSU " "
               "FSAD=" FSAD
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
