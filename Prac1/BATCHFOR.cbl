       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT CUENTAS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID-FOR
           FILE STATUS IS FSUF.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS FSOP.

           SELECT F-OPERADORES-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID-FOR
           FILE STATUS IS FSOPF.

           SELECT OPTIONAL F-TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           ALTERNATE RECORD KEY IS CTA-ID WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT F-TARJETAS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-FOR
           ALTERNATE RECORD KEY IS CTA-ID-FOR WITH DUPLICATES
           FILE STATUS IS FSTF.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT F-SALDOS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA-FOR
           FILE STATUS IS FSSAF.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT F-MOVIMIENTOS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM-FOR
           ALTERNATE RECORD KEY IS MOV-TARJETA-FOR WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT OPTIONAL F-CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           FILE STATUS IS FSK.

           SELECT F-CONTADORES-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID-FOR
           FILE STATUS IS FSKF.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-PARAMETROS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID-FOR
           FILE STATUS IS FSPAF.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-FECHAOPER-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID-FOR
           FILE STATUS IS FSFOF.

           SELECT OPTIONAL F-FESTIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA
           FILE STATUS IS FSFE.

           SELECT F-FESTIVOS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FES-FECHA-FOR
           FILE STATUS IS FSFEF.

           SELECT OPTIONAL F-OFICINAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS FSOF.

           SELECT F-OFICINAS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO-FOR
           FILE STATUS IS FSOFF.

           SELECT OPTIONAL F-TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSQ.

           SELECT F-TERMINALES-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID-FOR
           FILE STATUS IS FSQF.

           SELECT OPTIONAL F-TARIFASCOM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE
           FILE STATUS IS FSCO.

           SELECT F-TARIFASCOM-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE-FOR
           FILE STATUS IS FSCOF.

           SELECT OPTIONAL F-TASAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TASA-MONEDA
           FILE STATUS IS FSR.

           SELECT F-TASAS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TASA-MONEDA-FOR
           FILE STATUS IS FSRF.
           SELECT INTENTOS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM-FOR
           FILE STATUS IS FSIF.

           SELECT F-INTERBANCARIAS-FOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTERB-NUM-FOR
           FILE STATUS IS FSBF.


       DATA DIVISION.
       FILE SECTION.
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

      * Las copias van al subdirectorio de formacion, bajo la misma
      * ruta de ficheros que produccion.
       FD CUENTAS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/cuentas.ubd".
       01 CUENTAREG-FOR.
           02 CUENTA-ID-FOR         PIC  9(16).
           02 FILLER                PIC  X(119).

       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
       01 OPERADOR-REG.
           02 OP-ID                 PIC  9(4).
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-OPERADORES-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/operadores.ubd".
       01 OPERADOR-REG-FOR.
           02 OP-ID-FOR             PIC  9(4).
           02 FILLER                PIC  X(56).

       FD F-TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       01 TARJETA-REG.
           02 TNUM                  PIC  9(16).
           02 FILLER                PIC  X(19).
           02 CTA-ID                PIC  9(16).
           02 FILLER                PIC  X(3).

       FD F-TARJETAS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/tarjetas.ubd".
       01 TARJETA-REG-FOR.
           02 TNUM-FOR              PIC  9(16).
           02 FILLER                PIC  X(19).
           02 CTA-ID-FOR            PIC  9(16).
           02 FILLER                PIC  X(3).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC  9(16).
           02 FILLER                PIC  X(11).

       FD F-SALDOS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/saldos.ubd".
       01 SALDO-REG-FOR.
           02 SAL-TARJETA-FOR       PIC  9(16).
           02 FILLER                PIC  X(11).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 FILLER                PIC  X(83).

       FD F-MOVIMIENTOS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/movimientos.ubd".
       01 MOVIMIENTO-REG-FOR.
           02 MOV-NUM-FOR           PIC  9(35).
           02 MOV-TARJETA-FOR       PIC  9(16).
           02 FILLER                PIC  X(83).

       FD F-CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC  X(10).
           02 FILLER                PIC  X(35).

       FD F-CONTADORES-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/contadores.ubd".
       01 CONTADOR-REG-FOR.
           02 CONT-ID-FOR           PIC  X(10).
           02 FILLER                PIC  X(35).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID                PIC  X(10).
           02 FILLER                PIC  X(9).

       FD F-PARAMETROS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/parametros.ubd".
       01 PARAMETRO-REG-FOR.
           02 PAR-ID-FOR            PIC  X(10).
           02 FILLER                PIC  X(9).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-FECHAOPER-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/fechaoper.ubd".
       01 FECHAOPER-REG-FOR.
           02 FOP-ID-FOR            PIC  9(1).
           02 FOP-ANO-FOR           PIC  9(4).
           02 FOP-MES-FOR           PIC  9(2).
           02 FOP-DIA-FOR           PIC  9(2).

       FD F-FESTIVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "festivos.ubd".
       01 FESTIVO-REG.
           02 FES-FECHA             PIC  9(8).
           02 FILLER                PIC  X(30).

       FD F-FESTIVOS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/festivos.ubd".
       01 FESTIVO-REG-FOR.
           02 FES-FECHA-FOR         PIC  9(8).
           02 FILLER                PIC  X(30).

       FD F-OFICINAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "oficinas.ubd".
       01 OFICINA-REG.
           02 OFI-CODIGO            PIC  9(4).
           02 FILLER                PIC  X(116).

       FD F-OFICINAS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/oficinas.ubd".
       01 OFICINA-REG-FOR.
           02 OFI-CODIGO-FOR        PIC  9(4).
           02 FILLER                PIC  X(116).

       FD F-TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 FILLER                PIC  X(30).
           02 FILLER                PIC  9(4).

       FD F-TERMINALES-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/terminales.ubd".
       01 TERMINAL-REG-FOR.
           02 TERM-ID-FOR           PIC  9(4).
           02 FILLER                PIC  X(30).
           02 FILLER                PIC  9(4).

       FD F-TARIFASCOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifascom.ubd".
       01 TARIFACOM-REG.
           02 COM-CLAVE             PIC  X(4).
           02 FILLER                PIC  X(18).

       FD F-TARIFASCOM-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/tarifascom.ubd".
       01 TARIFACOM-REG-FOR.
           02 COM-CLAVE-FOR         PIC  X(4).
           02 FILLER                PIC  X(18).

       FD F-TASAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tasascambio.ubd".
       01 TASA-REG.
           02 TASA-MONEDA           PIC  X(3).
           02 FILLER                PIC  X(17).

       FD F-TASAS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/tasascambio.ubd".
       01 TASA-REG-FOR.
           02 TASA-MONEDA-FOR       PIC  X(3).
           02 FILLER                PIC  X(17).
       FD INTENTOS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/intentos.ubd".
       01 INTENTOSREG-FOR.
           02 INUM-FOR              PIC  9(16).
           02 FILLER                PIC  X(2).

       FD F-INTERBANCARIAS-FOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "formacion/interbancarias.ubd".
       01 INTERBANCARIA-REG-FOR.
           02 INTERB-NUM-FOR        PIC  9(35).
           02 FILLER                PIC  X(127).


       WORKING-STORAGE SECTION.
       77 FSU                      PIC  X(2).
       77 FSUF                     PIC  X(2).
       77 FSOP                     PIC  X(2).
       77 FSOPF                    PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSTF                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSSAF                    PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSMF                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSKF                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSPAF                    PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSFOF                    PIC  X(2).
       77 FSFE                     PIC  X(2).
       77 FSFEF                    PIC  X(2).
       77 FSOF                     PIC  X(2).
       77 FSOFF                    PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSQF                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSCOF                    PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSRF                     PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSBF                     PIC  X(2).

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
       77 DIA-SEMANA               PIC  9(1).

      * Mismo subdirectorio que usa BANKOPS al entrar en formacion.
       78 DIRECTORIO-FORMACION     VALUE "formacion".
       77 RUTA-PRODUCCION          PIC X(200).
       77 RUTA-FORMACION           PIC X(200).
       77 COMANDO-FORMACION        PIC X(250).

      * Enmascarado: el numero del NIF pasa por una permutacion fija
      * de los 8 digitos (7919 es primo con 10**8) y se le recalcula
      * la letra, de modo que un mismo titular sale igual en todas
      * sus cuentas y en la ficha de operador, pero no es el real.
       78 FACTOR-MASCARA           VALUE 7919.
       78 DESPLAZAMIENTO-MASCARA   VALUE 12345.
       77 NIF-ORIGEN               PIC  X(9).
       77 NIF-MASCARA              PIC  X(9).
       01 NIF-TRABAJO              PIC  X(9).
       77 NIF-NUM                  PIC  9(8).
       77 NIF-RESTO                PIC  9(2).
       77 LETRAS-NIF               PIC  X(23) VALUE
           "TRWAGMYFPDXBNJZSQVHLCKE".

       77 REGISTROS-COPIADOS       PIC  9(9).
       77 TOTAL-COPIADOS           PIC  9(9) VALUE 0.
       77 TOTAL-ENMASCARADOS       PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Renovacion semanal de los ficheros de formacion.  Los viernes
      * se vacia el subdirectorio de formacion y se vuelve a llenar
      * con una copia de produccion: cuentas con el nombre, la
      * direccion, el NIF y el telefono del titular enmascarados,
      * operadores con el NIF enmascarado, y tal cual las tarjetas,
      * saldos, movimientos, contadores y tablas de parametros.  Los
      * intentos y las interbancarias se crean vacios; el resto de
      * ficheros nace vacio al primer uso en formacion.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHFOR - Renovacion de ficheros de formacion".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo los viernes, con el dia ya cerrado.
           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).
           COMPUTE DIA-SEMANA = FUNCTION MOD(FECHA-HOY-INT, 7).
           IF DIA-SEMANA NOT = 5
               DISPLAY "BATCHFOR: no es viernes, sin renovacion"
               STOP RUN.

           ACCEPT RUTA-PRODUCCION FROM ENVIRONMENT "COB_FILE_PATH".
           IF RUTA-PRODUCCION = SPACES
               MOVE "." TO RUTA-PRODUCCION.
           MOVE SPACES TO RUTA-FORMACION.
           STRING RUTA-PRODUCCION DELIMITED BY SPACE
               "/" DIRECTORIO-FORMACION DELIMITED BY SIZE
               INTO RUTA-FORMACION.

           MOVE SPACES TO COMANDO-FORMACION.
           STRING "rm -rf " DELIMITED BY SIZE
               RUTA-FORMACION DELIMITED BY SPACE
               INTO COMANDO-FORMACION.
           CALL "SYSTEM" USING COMANDO-FORMACION.

           MOVE SPACES TO COMANDO-FORMACION.
           STRING "mkdir -p " DELIMITED BY SIZE
               RUTA-FORMACION DELIMITED BY SPACE
               INTO COMANDO-FORMACION.
           CALL "SYSTEM" USING COMANDO-FORMACION.
           IF RETURN-CODE NOT = 0
               DISPLAY "BATCHFOR: no se puede crear "
                   RUTA-FORMACION(1:60)
               MOVE 0 TO RETURN-CODE
               GO TO FIN-ERROR.

           PERFORM COPIAR-CUENTAS THRU COPIAR-CUENTAS-FIN.
           PERFORM COPIAR-OPERADORES THRU COPIAR-OPERADORES-FIN.
           PERFORM COPIAR-TARJETAS THRU COPIAR-TARJETAS-FIN.
           PERFORM COPIAR-SALDOS THRU COPIAR-SALDOS-FIN.
           PERFORM COPIAR-MOVIMIENTOS THRU COPIAR-MOVIMIENTOS-FIN.
           PERFORM COPIAR-CONTADORES THRU COPIAR-CONTADORES-FIN.
           PERFORM COPIAR-PARAMETROS THRU COPIAR-PARAMETROS-FIN.
           PERFORM COPIAR-FECHAOPER THRU COPIAR-FECHAOPER-FIN.
           PERFORM COPIAR-FESTIVOS THRU COPIAR-FESTIVOS-FIN.
           PERFORM COPIAR-OFICINAS THRU COPIAR-OFICINAS-FIN.
           PERFORM COPIAR-TERMINALES THRU COPIAR-TERMINALES-FIN.
           PERFORM COPIAR-TARIFASCOM THRU COPIAR-TARIFASCOM-FIN.
           PERFORM COPIAR-TASAS THRU COPIAR-TASAS-FIN.

           OPEN OUTPUT INTENTOS-FOR.
           IF FSIF <> 00
               DISPLAY "BATCHFOR: error creando intentos, FSIF=" FSIF
               GO TO FIN-ERROR.
           CLOSE INTENTOS-FOR.

           OPEN OUTPUT F-INTERBANCARIAS-FOR.
           IF FSBF <> 00
               DISPLAY "BATCHFOR: error creando interbancarias, FSBF="
                   FSBF
               GO TO FIN-ERROR.
           CLOSE F-INTERBANCARIAS-FOR.

           DISPLAY "BATCHFOR: registros copiados      " TOTAL-COPIADOS.
           DISPLAY "BATCHFOR: titulares enmascarados  "
               TOTAL-ENMASCARADOS.
           STOP RUN.

       COPIAR-CUENTAS.
           OPEN OUTPUT CUENTAS-FOR.
           IF FSUF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "cuentas.ubd, FSUF=" FSUF
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND FSU <> 05
               DISPLAY "BATCHFOR: error abriendo cuentas.ubd, "
                   "FSU=" FSU
               CLOSE CUENTAS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-CUENTAS-LEER.
           READ CUENTAS NEXT RECORD AT END
               GO TO COPIAR-CUENTAS-CERRAR.

           MOVE CTA-NIF TO NIF-ORIGEN.
           PERFORM ENMASCARAR-NIF THRU ENMASCARAR-NIF-FIN.
           MOVE NIF-MASCARA TO CTA-NIF.
           MOVE SPACES TO CTA-NOMBRE.
           STRING "CLIENTE FORMACION " CUENTA-ID(9:8)
               DELIMITED BY SIZE INTO CTA-NOMBRE.
           MOVE "C/ FORMACION, 1" TO CTA-DIRECCION.
           IF CTA-TELEFONO > 0
               COMPUTE CTA-TELEFONO = 600000000
                   + FUNCTION MOD(CTA-TELEFONO * FACTOR-MASCARA
                       + DESPLAZAMIENTO-MASCARA, 100000000).

           MOVE CUENTAREG TO CUENTAREG-FOR.
           WRITE CUENTAREG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en cuentas.ubd"
               GO TO COPIAR-CUENTAS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           ADD 1 TO TOTAL-ENMASCARADOS.
           GO TO COPIAR-CUENTAS-LEER.

       COPIAR-CUENTAS-CERRAR.
           CLOSE CUENTAS.
           CLOSE CUENTAS-FOR.
           DISPLAY "BATCHFOR: cuentas.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-CUENTAS-FIN.
           EXIT.

      * Los operadores entran con su PIN de siempre; solo se
      * enmascara el NIF, igual que el de las cuentas.
       COPIAR-OPERADORES.
           OPEN OUTPUT F-OPERADORES-FOR.
           IF FSOPF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "operadores.ubd, FSOPF=" FSOPF
               GO TO FIN-ERROR.
           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00 AND FSOP <> 05
               DISPLAY "BATCHFOR: error abriendo operadores.ubd, "
                   "FSOP=" FSOP
               CLOSE F-OPERADORES-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-OPERADORES-LEER.
           READ F-OPERADORES NEXT RECORD AT END
               GO TO COPIAR-OPERADORES-CERRAR.

           MOVE OP-NIF TO NIF-ORIGEN.
           PERFORM ENMASCARAR-NIF THRU ENMASCARAR-NIF-FIN.
           MOVE NIF-MASCARA TO OP-NIF.

           MOVE OPERADOR-REG TO OPERADOR-REG-FOR.
           WRITE OPERADOR-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en operadores.ubd"
               GO TO COPIAR-OPERADORES-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-OPERADORES-LEER.

       COPIAR-OPERADORES-CERRAR.
           CLOSE F-OPERADORES.
           CLOSE F-OPERADORES-FOR.
           DISPLAY "BATCHFOR: operadores.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-OPERADORES-FIN.
           EXIT.

       COPIAR-TARJETAS.
           OPEN OUTPUT F-TARJETAS-FOR.
           IF FSTF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "tarjetas.ubd, FSTF=" FSTF
               GO TO FIN-ERROR.
           OPEN INPUT F-TARJETAS.
           IF FST <> 00 AND FST <> 05
               DISPLAY "BATCHFOR: error abriendo tarjetas.ubd, "
                   "FST=" FST
               CLOSE F-TARJETAS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-TARJETAS-LEER.
           READ F-TARJETAS NEXT RECORD AT END
               GO TO COPIAR-TARJETAS-CERRAR.
           MOVE TARJETA-REG TO TARJETA-REG-FOR.
           WRITE TARJETA-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en tarjetas.ubd"
               GO TO COPIAR-TARJETAS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-TARJETAS-LEER.

       COPIAR-TARJETAS-CERRAR.
           CLOSE F-TARJETAS.
           CLOSE F-TARJETAS-FOR.
           DISPLAY "BATCHFOR: tarjetas.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-TARJETAS-FIN.
           EXIT.

       COPIAR-SALDOS.
           OPEN OUTPUT F-SALDOS-FOR.
           IF FSSAF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "saldos.ubd, FSSAF=" FSSAF
               GO TO FIN-ERROR.
           OPEN INPUT F-SALDOS.
           IF FSSA <> 00 AND FSSA <> 05
               DISPLAY "BATCHFOR: error abriendo saldos.ubd, "
                   "FSSA=" FSSA
               CLOSE F-SALDOS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-SALDOS-LEER.
           READ F-SALDOS NEXT RECORD AT END
               GO TO COPIAR-SALDOS-CERRAR.
           MOVE SALDO-REG TO SALDO-REG-FOR.
           WRITE SALDO-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en saldos.ubd"
               GO TO COPIAR-SALDOS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-SALDOS-LEER.

       COPIAR-SALDOS-CERRAR.
           CLOSE F-SALDOS.
           CLOSE F-SALDOS-FOR.
           DISPLAY "BATCHFOR: saldos.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-SALDOS-FIN.
           EXIT.

       COPIAR-MOVIMIENTOS.
           OPEN OUTPUT F-MOVIMIENTOS-FOR.
           IF FSMF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "movimientos.ubd, FSMF=" FSMF
               GO TO FIN-ERROR.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND FSM <> 05
               DISPLAY "BATCHFOR: error abriendo movimientos.ubd, "
                   "FSM=" FSM
               CLOSE F-MOVIMIENTOS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO COPIAR-MOVIMIENTOS-CERRAR.
           MOVE MOVIMIENTO-REG TO MOVIMIENTO-REG-FOR.
           WRITE MOVIMIENTO-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en movimientos.ubd"
               GO TO COPIAR-MOVIMIENTOS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-MOVIMIENTOS-LEER.

       COPIAR-MOVIMIENTOS-CERRAR.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-MOVIMIENTOS-FOR.
           DISPLAY "BATCHFOR: movimientos.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-MOVIMIENTOS-FIN.
           EXIT.

       COPIAR-CONTADORES.
           OPEN OUTPUT F-CONTADORES-FOR.
           IF FSKF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "contadores.ubd, FSKF=" FSKF
               GO TO FIN-ERROR.
           OPEN INPUT F-CONTADORES.
           IF FSK <> 00 AND FSK <> 05
               DISPLAY "BATCHFOR: error abriendo contadores.ubd, "
                   "FSK=" FSK
               CLOSE F-CONTADORES-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-CONTADORES-LEER.
           READ F-CONTADORES NEXT RECORD AT END
               GO TO COPIAR-CONTADORES-CERRAR.
           MOVE CONTADOR-REG TO CONTADOR-REG-FOR.
           WRITE CONTADOR-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en contadores.ubd"
               GO TO COPIAR-CONTADORES-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-CONTADORES-LEER.

       COPIAR-CONTADORES-CERRAR.
           CLOSE F-CONTADORES.
           CLOSE F-CONTADORES-FOR.
           DISPLAY "BATCHFOR: contadores.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-CONTADORES-FIN.
           EXIT.

       COPIAR-PARAMETROS.
           OPEN OUTPUT F-PARAMETROS-FOR.
           IF FSPAF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "parametros.ubd, FSPAF=" FSPAF
               GO TO FIN-ERROR.
           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00 AND FSPA <> 05
               DISPLAY "BATCHFOR: error abriendo parametros.ubd, "
                   "FSPA=" FSPA
               CLOSE F-PARAMETROS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-PARAMETROS-LEER.
           READ F-PARAMETROS NEXT RECORD AT END
               GO TO COPIAR-PARAMETROS-CERRAR.
           MOVE PARAMETRO-REG TO PARAMETRO-REG-FOR.
           WRITE PARAMETRO-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en parametros.ubd"
               GO TO COPIAR-PARAMETROS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-PARAMETROS-LEER.

       COPIAR-PARAMETROS-CERRAR.
           CLOSE F-PARAMETROS.
           CLOSE F-PARAMETROS-FOR.
           DISPLAY "BATCHFOR: parametros.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-PARAMETROS-FIN.
           EXIT.

       COPIAR-FECHAOPER.
           OPEN OUTPUT F-FECHAOPER-FOR.
           IF FSFOF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "fechaoper.ubd, FSFOF=" FSFOF
               GO TO FIN-ERROR.
           OPEN INPUT F-FECHAOPER.
           IF FSFO <> 00 AND FSFO <> 05
               DISPLAY "BATCHFOR: error abriendo fechaoper.ubd, "
                   "FSFO=" FSFO
               CLOSE F-FECHAOPER-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-FECHAOPER-LEER.
           READ F-FECHAOPER NEXT RECORD AT END
               GO TO COPIAR-FECHAOPER-CERRAR.
           MOVE FECHAOPER-REG TO FECHAOPER-REG-FOR.
           WRITE FECHAOPER-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en fechaoper.ubd"
               GO TO COPIAR-FECHAOPER-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-FECHAOPER-LEER.

       COPIAR-FECHAOPER-CERRAR.
           CLOSE F-FECHAOPER.
           CLOSE F-FECHAOPER-FOR.
           DISPLAY "BATCHFOR: fechaoper.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-FECHAOPER-FIN.
           EXIT.

       COPIAR-FESTIVOS.
           OPEN OUTPUT F-FESTIVOS-FOR.
           IF FSFEF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "festivos.ubd, FSFEF=" FSFEF
               GO TO FIN-ERROR.
           OPEN INPUT F-FESTIVOS.
           IF FSFE <> 00 AND FSFE <> 05
               DISPLAY "BATCHFOR: error abriendo festivos.ubd, "
                   "FSFE=" FSFE
               CLOSE F-FESTIVOS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-FESTIVOS-LEER.
           READ F-FESTIVOS NEXT RECORD AT END
               GO TO COPIAR-FESTIVOS-CERRAR.
           MOVE FESTIVO-REG TO FESTIVO-REG-FOR.
           WRITE FESTIVO-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en festivos.ubd"
               GO TO COPIAR-FESTIVOS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-FESTIVOS-LEER.

       COPIAR-FESTIVOS-CERRAR.
           CLOSE F-FESTIVOS.
           CLOSE F-FESTIVOS-FOR.
           DISPLAY "BATCHFOR: festivos.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-FESTIVOS-FIN.
           EXIT.

       COPIAR-OFICINAS.
           OPEN OUTPUT F-OFICINAS-FOR.
           IF FSOFF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "oficinas.ubd, FSOFF=" FSOFF
               GO TO FIN-ERROR.
           OPEN INPUT F-OFICINAS.
           IF FSOF <> 00 AND FSOF <> 05
               DISPLAY "BATCHFOR: error abriendo oficinas.ubd, "
                   "FSOF=" FSOF
               CLOSE F-OFICINAS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-OFICINAS-LEER.
           READ F-OFICINAS NEXT RECORD AT END
               GO TO COPIAR-OFICINAS-CERRAR.
           MOVE OFICINA-REG TO OFICINA-REG-FOR.
           WRITE OFICINA-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en oficinas.ubd"
               GO TO COPIAR-OFICINAS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-OFICINAS-LEER.

       COPIAR-OFICINAS-CERRAR.
           CLOSE F-OFICINAS.
           CLOSE F-OFICINAS-FOR.
           DISPLAY "BATCHFOR: oficinas.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-OFICINAS-FIN.
           EXIT.

       COPIAR-TERMINALES.
           OPEN OUTPUT F-TERMINALES-FOR.
           IF FSQF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "terminales.ubd, FSQF=" FSQF
               GO TO FIN-ERROR.
           OPEN INPUT F-TERMINALES.
           IF FSQ <> 00 AND FSQ <> 05
               DISPLAY "BATCHFOR: error abriendo terminales.ubd, "
                   "FSQ=" FSQ
               CLOSE F-TERMINALES-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-TERMINALES-LEER.
           READ F-TERMINALES NEXT RECORD AT END
               GO TO COPIAR-TERMINALES-CERRAR.
           MOVE TERMINAL-REG TO TERMINAL-REG-FOR.
           WRITE TERMINAL-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en terminales.ubd"
               GO TO COPIAR-TERMINALES-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-TERMINALES-LEER.

       COPIAR-TERMINALES-CERRAR.
           CLOSE F-TERMINALES.
           CLOSE F-TERMINALES-FOR.
           DISPLAY "BATCHFOR: terminales.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-TERMINALES-FIN.
           EXIT.

       COPIAR-TARIFASCOM.
           OPEN OUTPUT F-TARIFASCOM-FOR.
           IF FSCOF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "tarifascom.ubd, FSCOF=" FSCOF
               GO TO FIN-ERROR.
           OPEN INPUT F-TARIFASCOM.
           IF FSCO <> 00 AND FSCO <> 05
               DISPLAY "BATCHFOR: error abriendo tarifascom.ubd, "
                   "FSCO=" FSCO
               CLOSE F-TARIFASCOM-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-TARIFASCOM-LEER.
           READ F-TARIFASCOM NEXT RECORD AT END
               GO TO COPIAR-TARIFASCOM-CERRAR.
           MOVE TARIFACOM-REG TO TARIFACOM-REG-FOR.
           WRITE TARIFACOM-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en tarifascom.ubd"
               GO TO COPIAR-TARIFASCOM-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-TARIFASCOM-LEER.

       COPIAR-TARIFASCOM-CERRAR.
           CLOSE F-TARIFASCOM.
           CLOSE F-TARIFASCOM-FOR.
           DISPLAY "BATCHFOR: tarifascom.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-TARIFASCOM-FIN.
           EXIT.

       COPIAR-TASAS.
           OPEN OUTPUT F-TASAS-FOR.
           IF FSRF <> 00
               DISPLAY "BATCHFOR: error creando copia de "
                   "tasascambio.ubd, FSRF=" FSRF
               GO TO FIN-ERROR.
           OPEN INPUT F-TASAS.
           IF FSR <> 00 AND FSR <> 05
               DISPLAY "BATCHFOR: error abriendo tasascambio.ubd, "
                   "FSR=" FSR
               CLOSE F-TASAS-FOR
               GO TO FIN-ERROR.
           MOVE 0 TO REGISTROS-COPIADOS.

       COPIAR-TASAS-LEER.
           READ F-TASAS NEXT RECORD AT END
               GO TO COPIAR-TASAS-CERRAR.
           MOVE TASA-REG TO TASA-REG-FOR.
           WRITE TASA-REG-FOR INVALID KEY
               DISPLAY "BATCHFOR: clave repetida en tasascambio.ubd"
               GO TO COPIAR-TASAS-LEER.
           ADD 1 TO REGISTROS-COPIADOS.
           GO TO COPIAR-TASAS-LEER.

       COPIAR-TASAS-CERRAR.
           CLOSE F-TASAS.
           CLOSE F-TASAS-FOR.
           DISPLAY "BATCHFOR: tasascambio.ubd " REGISTROS-COPIADOS
               " registros".
           ADD REGISTROS-COPIADOS TO TOTAL-COPIADOS.

       COPIAR-TASAS-FIN.
           EXIT.
      * NIE (X, Y, Z) y CIF se reducen a 8 cifras antes de permutar;
      * el resultado es siempre un DNI de letra valida.
       ENMASCARAR-NIF.
           IF NIF-ORIGEN = SPACES
               MOVE SPACES TO NIF-MASCARA
               GO TO ENMASCARAR-NIF-FIN.

           MOVE NIF-ORIGEN TO NIF-TRABAJO.
           INSPECT NIF-TRABAJO(1:8) CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "01234567890123456789012345".
           INSPECT NIF-TRABAJO(1:8) REPLACING ALL SPACE BY "0".
           IF NIF-TRABAJO(1:8) IS NUMERIC
               MOVE NIF-TRABAJO(1:8) TO NIF-NUM
           ELSE
               MOVE 0 TO NIF-NUM.

           COMPUTE NIF-NUM = FUNCTION MOD(NIF-NUM * FACTOR-MASCARA
               + DESPLAZAMIENTO-MASCARA, 100000000).
           COMPUTE NIF-RESTO = FUNCTION MOD(NIF-NUM, 23).
           MOVE NIF-NUM TO NIF-MASCARA(1:8).
           MOVE LETRAS-NIF(NIF-RESTO + 1:1) TO NIF-MASCARA(9:1).

       ENMASCARAR-NIF-FIN.
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

       FIN-ERROR.
           MOVE "BATCHFOR"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSU=" FSU " " "FSOP=" FSOP " " "FSM=" FSM " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
