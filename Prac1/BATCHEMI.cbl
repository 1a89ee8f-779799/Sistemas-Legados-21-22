       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHEMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRESENTACIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPE.

           SELECT OPTIONAL F-PRESENTADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-REFERENCIA
           ALTERNATE RECORD KEY IS PRE-TARJETA WITH DUPLICATES
           FILE STATUS IS FSPD.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-E
           ALTERNATE RECORD KEY IS CTA-ID-E WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-TARIFASCOM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE
           FILE STATUS IS FSCO.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSK.

           SELECT F-EXCEPCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEX.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Fichero diario de la red de tarjetas con las operaciones de
      * nuestras tarjetas en cajeros de otras entidades (tipo R) y en
      * comercios (tipo C).  La referencia es unica en la red.
       FD F-PRESENTACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "presentacionestarj.txt".
       01 LINEA-PRESENTACION.
           02 PRS-TIPO              PIC   X(1).
           02 PRS-REFERENCIA        PIC  X(12).
           02 PRS-TARJETA           PIC  X(16).
           02 PRS-FECHA             PIC   X(8).
           02 PRS-IMPORTE-ENT       PIC   X(7).
           02 PRS-IMPORTE-DEC       PIC   X(2).
           02 PRS-ESTABLECIMIENTO   PIC  X(22).

      * Registro de lo ya presentado, para no cargar dos veces una
      * operacion si la red repite el fichero.  Estado C contabilizada
      * (con su movimiento), E excepcion pendiente de disputa.
       FD F-PRESENTADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "presentadas.ubd".
       01 PRESENTADA-REG.
           02 PRE-REFERENCIA        PIC  X(12).
           02 PRE-TARJETA           PIC  9(16).
           02 PRE-TIPO              PIC   X(1).
           02 PRE-FECHA-OPER        PIC   9(8).
           02 PRE-FECHA-PROCESO     PIC   9(8).
           02 PRE-IMPORTE-CENT      PIC  S9(9).
           02 PRE-COMISION-CENT     PIC  S9(9).
           02 PRE-MOV-NUM           PIC  9(35).
           02 PRE-ESTADO            PIC   X(1).
           02 PRE-MOTIVO            PIC  X(22).

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

       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM               PIC  9(35).
           02 MOV-TARJETA           PIC  9(16).
           02 MOV-ANO               PIC   9(4).
           02 MOV-MES               PIC   9(2).
           02 MOV-DIA               PIC   9(2).
           02 MOV-HOR               PIC   9(2).
           02 MOV-MIN               PIC   9(2).
           02 MOV-SEG               PIC   9(2).
           02 MOV-IMPORTE-ENT       PIC  S9(7).
           02 MOV-IMPORTE-DEC       PIC   9(2).
           02 MOV-CONCEPTO          PIC  X(35).
           02 MOV-SALDOPOS-ENT      PIC  S9(9).
           02 MOV-SALDOPOS-DEC      PIC   9(2).
           02 MOV-ESTADO            PIC   X(1).
           02 MOV-MONEDA            PIC   X(3).
           02 MOV-TERMINAL          PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-TARIFASCOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifascom.ubd".
       01 TARIFACOM-REG.
           02 COM-CLAVE.
               03 COM-OPER           PIC   X(3).
               03 COM-TRAMO          PIC   9(1).
           02 COM-HASTA-CENT         PIC   9(9).
           02 COM-FIJO-CENT          PIC   9(5).
           02 COM-PCT-BP             PIC   9(4).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-EXCEPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "excepcionesemisor.txt".
       01 LINEA-EXCEPCION           PIC X(132).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSPE                     PIC  X(2).
       77 FSPD                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSIB                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSEX                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).

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
       77 FECHA-OPER-AAAAMMDD      PIC  9(8).
       77 FECHA-OPER-AAAAMM        PIC  9(6).
       77 TARJETA-ITEM             PIC 9(16).
       77 IMPORTE-ITEM-CENT        PIC S9(9).
       77 COMISION-CENT            PIC S9(9).
       77 CARGO-TOTAL-CENT         PIC S9(9).
       77 CENT-SALDO-TARJETA       PIC S9(11).
       77 SOBREGIRO-CENT           PIC S9(9).
       77 EXENTA-COMISION          PIC  X(1).
       77 TARJETA-CREDITO          PIC  X(1).
       77 MOTIVO-EXCEPCION         PIC X(22).
       77 LAST-MOV-NUM             PIC  9(35).
       77 MOV-NUM-CARGO            PIC  9(35).

       77 TOTAL-LEIDAS             PIC  9(7) VALUE 0.
       77 TOTAL-CONTABILIZADAS     PIC  9(7) VALUE 0.
       77 TOTAL-EXCEPCIONES        PIC  9(7) VALUE 0.
       77 TOTAL-CARGADO-CENT       PIC S9(11) VALUE 0.
       77 TOTAL-COMISION-CENT      PIC S9(11) VALUE 0.

       01 DATOS-LIMITE.
           02 LIMC-TARJETA          PIC 9(16).
           02 LIMC-TIPO             PIC  X(3).
           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

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

      * Compensacion emisora: carga en las tarjetas de nuestros
      * clientes las retiradas en cajeros de otras entidades y las
      * compras en comercios que presenta la red (canal RED), con la
      * tarifa de cajero ajeno (EXT en tarifascom.ubd) en las
      * retiradas.  Cada operacion se valida por separado; las que no
      * se pueden cargar van a excepcionesemisor.txt, del que sale la
      * reclamacion a la red.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHEMI - Compensacion emisora de tarjetas".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN OUTPUT F-EXCEPCIONES.
           IF FSEX <> 00
               DISPLAY "BATCHEMI: error abriendo excepcionesemisor"
                   ".txt, FSEX=" FSEX
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "UnizarBank - Excepciones de compensacion emisora "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

           OPEN INPUT F-PRESENTACIONES.
           IF FSPE = 35 OR FSPE = 05
               DISPLAY "BATCHEMI: sin fichero de presentaciones"
               CLOSE F-PRESENTACIONES
               GO TO FIN-INFORME.
           IF FSPE <> 00
               DISPLAY "BATCHEMI: error abriendo presentacionestarj"
                   ".txt, FSPE=" FSPE
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

           OPEN I-O F-PRESENTADAS.
           IF FSPD = 35 OR FSPD = 05
               CLOSE F-PRESENTADAS
               OPEN OUTPUT F-PRESENTADAS
               CLOSE F-PRESENTADAS
               OPEN I-O F-PRESENTADAS.
           IF FSPD <> 00
               DISPLAY "BATCHEMI: error abriendo presentadas, FSPD="
                   FSPD
               CLOSE F-PRESENTACIONES
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

           MOVE "C" TO FICC-MODO.
           MOVE "presentacionestarj.txt" TO FICC-FICHERO.
           MOVE "BATCHEMI" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               DISPLAY "BATCHEMI: presentacionestarj.txt ya procesado"
               GO TO FIN-LECTURA.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               DISPLAY "BATCHEMI: presentacionestarj.txt no aceptado"
                   " en el registro de ficheros, estado " FICC-ESTADO
               DISPLAY "BATCHEMI: " FICC-MOTIVO
               CLOSE F-PRESENTADAS
               CLOSE F-PRESENTACIONES
               CLOSE F-EXCEPCIONES
               GO TO FIN-ERROR.

       LEER-PRESENTACION.
           READ F-PRESENTACIONES AT END GO TO FIN-LECTURA.
           IF LINEA-PRESENTACION(1:3) = "CAB"
               OR LINEA-PRESENTACION(1:3) = "PIE"
               GO TO LEER-PRESENTACION.
           IF LINEA-PRESENTACION = SPACES
               GO TO LEER-PRESENTACION.
           ADD 1 TO TOTAL-LEIDAS.

           PERFORM PROCESAR-PRESENTACION
               THRU PROCESAR-PRESENTACION-FIN.
           GO TO LEER-PRESENTACION.

       FIN-LECTURA.
           CLOSE F-PRESENTADAS.
           CLOSE F-PRESENTACIONES.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

       FIN-INFORME.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "Leidas: " TOTAL-LEIDAS "  cargadas: "
               TOTAL-CONTABILIZADAS "  excepciones: "
               TOTAL-EXCEPCIONES
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           CLOSE F-EXCEPCIONES.

           DISPLAY "BATCHEMI: operaciones leidas : " TOTAL-LEIDAS.
           DISPLAY "BATCHEMI: operaciones cargadas: "
               TOTAL-CONTABILIZADAS.
           DISPLAY "BATCHEMI: excepciones        : " TOTAL-EXCEPCIONES.
           DISPLAY "BATCHEMI: importe cargado    : "
               TOTAL-CARGADO-CENT " cent.".
           DISPLAY "BATCHEMI: comisiones cajero  : "
               TOTAL-COMISION-CENT " cent.".
           STOP RUN.

      * Validacion de una operacion presentada: formato, duplicado,
      * estado y caducidad de la tarjeta, cuenta, limites y saldo.
       PROCESAR-PRESENTACION.
           MOVE SPACES TO MOTIVO-EXCEPCION.
           MOVE 0 TO TARJETA-ITEM.
           MOVE 0 TO IMPORTE-ITEM-CENT.
           MOVE 0 TO COMISION-CENT.
           MOVE 0 TO FECHA-OPER-AAAAMMDD.

           IF PRS-REFERENCIA = SPACES
               MOVE "SIN REFERENCIA" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           IF PRS-TIPO NOT = "R" AND PRS-TIPO NOT = "C"
               MOVE "TIPO NO RECONOCIDO" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           IF PRS-TARJETA IS NOT NUMERIC
              OR PRS-FECHA IS NOT NUMERIC
              OR PRS-IMPORTE-ENT IS NOT NUMERIC
              OR PRS-IMPORTE-DEC IS NOT NUMERIC
               MOVE "LINEA NO NUMERICA" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.

           MOVE PRS-TARJETA TO TARJETA-ITEM.
           MOVE PRS-FECHA   TO FECHA-OPER-AAAAMMDD.
           COMPUTE IMPORTE-ITEM-CENT =
               FUNCTION NUMVAL(PRS-IMPORTE-ENT) * 100
               + FUNCTION NUMVAL(PRS-IMPORTE-DEC).
           IF IMPORTE-ITEM-CENT NOT > 0
               MOVE "IMPORTE NULO" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.

      * Una referencia ya registrada no se vuelve a cargar ni se
      * vuelve a anotar: el primer tratamiento es el que vale.
           MOVE PRS-REFERENCIA TO PRE-REFERENCIA.
           READ F-PRESENTADAS INVALID KEY
               GO TO COMPROBAR-TARJETA.
           MOVE "PRESENTACION DUPLICADA" TO MOTIVO-EXCEPCION.
           PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-FIN.
           GO TO PROCESAR-PRESENTACION-FIN.

       COMPROBAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO FIN-ERROR.
           MOVE TARJETA-ITEM TO TNUM-E.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE "TARJETA INEXISTENTE" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           CLOSE TARJETAS.

           COMPUTE FECHA-OPER-AAAAMM = FECHA-OPER-AAAAMMDD / 100.
           IF TCAD-E < FECHA-OPER-AAAAMM
               MOVE "TARJETA CADUCADA" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.

      * Bloqueada por intentos, reportada, cancelada, congelada o de
      * titular fallecido: la red no debio autorizarla.
           OPEN INPUT INTENTOS.
           IF FSIB = 00
               MOVE TARJETA-ITEM TO INUM
               READ INTENTOS INVALID KEY
                   MOVE 1 TO IINTENTOS
                   MOVE " " TO I-REPORTADO
               END-READ
               IF IINTENTOS = 0 OR I-REPORTADO = "S"
                  OR I-REPORTADO = "K" OR I-REPORTADO = "C"
                  OR I-REPORTADO = "F"
                   MOVE "TARJETA BLOQUEADA" TO MOTIVO-EXCEPCION
               END-IF.
           CLOSE INTENTOS.
           IF MOTIVO-EXCEPCION NOT = SPACES
               GO TO ANOTAR-EXCEPCION.

           MOVE 0   TO SOBREGIRO-CENT.
           MOVE "N" TO EXENTA-COMISION.
           IF CTA-ID-E = 0
               GO TO COMPROBAR-LIMITES.
           OPEN INPUT CUENTAS.
           IF FSU <> 00 AND 05
               GO TO FIN-ERROR.
           MOVE CTA-ID-E TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO COMPROBAR-LIMITES.
           CLOSE CUENTAS.
           IF CTA-ESTADO = "X"
               MOVE "CUENTA CERRADA" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                                   + CTA-SOBREG-DEC.
           MOVE CTA-EXENTA-COM TO EXENTA-COMISION.

       COMPROBAR-LIMITES.
           MOVE TARJETA-ITEM TO LIMC-TARJETA.
           IF PRS-TIPO = "R"
               MOVE "EFE" TO LIMC-TIPO
           ELSE
               MOVE "OTR" TO LIMC-TIPO.
           MOVE IMPORTE-ITEM-CENT TO LIMC-IMPORTE-CENT.
           CALL "BANKLIM" USING DATOS-LIMITE.
           IF LIMC-RESULTADO = "U"
               MOVE "SUPERA LIMITE OPERACION" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           IF LIMC-RESULTADO = "D"
               MOVE "SUPERA LIMITE DIARIO" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           IF LIMC-RESULTADO = "E"
               MOVE "ERROR CONTROL LIMITES" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.

           IF PRS-TIPO = "R"
               PERFORM CALCULAR-COMISION THRU CALCULAR-COMISION-FIN.
           COMPUTE CARGO-TOTAL-CENT = IMPORTE-ITEM-CENT
                                    + COMISION-CENT.

      * Con tarjeta de credito el cargo va contra el credito
      * disponible del ciclo; con tarjeta de debito, contra el saldo
      * mas el descubierto autorizado de la cuenta.
           MOVE TARJETA-ITEM TO CRE-TARJETA.
           MOVE "C"          TO CRE-OPERACION.
           MOVE 0            TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           MOVE "N" TO TARJETA-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "S" TO TARJETA-CREDITO.

           MOVE TARJETA-ITEM TO SAL-TARJETA.
           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-FIN.
           IF SALDOM-ENCONTRADO = 1
               MOVE SAL-CENT TO CENT-SALDO-TARJETA
           ELSE
               MOVE 0 TO CENT-SALDO-TARJETA.

           IF TARJETA-CREDITO = "S"
              AND CARGO-TOTAL-CENT > CRE-DISPONIBLE-CENT
               MOVE "CREDITO INSUFICIENTE" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.
           IF TARJETA-CREDITO = "N"
              AND CARGO-TOTAL-CENT > CENT-SALDO-TARJETA
                                   + SOBREGIRO-CENT
               MOVE "SALDO INSUFICIENTE" TO MOTIVO-EXCEPCION
               GO TO ANOTAR-EXCEPCION.

           PERFORM CARGAR-OPERACION THRU CARGAR-OPERACION-FIN.

           MOVE PRS-REFERENCIA      TO PRE-REFERENCIA.
           MOVE TARJETA-ITEM        TO PRE-TARJETA.
           MOVE PRS-TIPO            TO PRE-TIPO.
           MOVE FECHA-OPER-AAAAMMDD TO PRE-FECHA-OPER.
           MOVE FECHA-HOY-AAAAMMDD  TO PRE-FECHA-PROCESO.
           MOVE IMPORTE-ITEM-CENT   TO PRE-IMPORTE-CENT.
           MOVE COMISION-CENT       TO PRE-COMISION-CENT.
           MOVE MOV-NUM-CARGO       TO PRE-MOV-NUM.
           MOVE "C"                 TO PRE-ESTADO.
           MOVE SPACES              TO PRE-MOTIVO.
           WRITE PRESENTADA-REG INVALID KEY CONTINUE.

           ADD 1 TO TOTAL-CONTABILIZADAS.
           ADD IMPORTE-ITEM-CENT TO TOTAL-CARGADO-CENT.
           ADD COMISION-CENT TO TOTAL-COMISION-CENT.
           GO TO PROCESAR-PRESENTACION-FIN.

       ANOTAR-EXCEPCION.
           PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-FIN.
           IF PRS-REFERENCIA = SPACES
               GO TO PROCESAR-PRESENTACION-FIN.

           MOVE PRS-REFERENCIA      TO PRE-REFERENCIA.
           MOVE TARJETA-ITEM        TO PRE-TARJETA.
           MOVE PRS-TIPO            TO PRE-TIPO.
           MOVE FECHA-OPER-AAAAMMDD TO PRE-FECHA-OPER.
           MOVE FECHA-HOY-AAAAMMDD  TO PRE-FECHA-PROCESO.
           MOVE IMPORTE-ITEM-CENT   TO PRE-IMPORTE-CENT.
           MOVE 0                   TO PRE-COMISION-CENT.
           MOVE 0                   TO PRE-MOV-NUM.
           MOVE "E"                 TO PRE-ESTADO.
           MOVE MOTIVO-EXCEPCION    TO PRE-MOTIVO.
           WRITE PRESENTADA-REG INVALID KEY CONTINUE.

       PROCESAR-PRESENTACION-FIN.
           EXIT.

       ESCRIBIR-EXCEPCION.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "EXCEPCION ref " PRS-REFERENCIA " tipo " PRS-TIPO
               " tarjeta " PRS-TARJETA " fecha " PRS-FECHA
               " importe " PRS-IMPORTE-ENT "." PRS-IMPORTE-DEC
               " " MOTIVO-EXCEPCION
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           ADD 1 TO TOTAL-EXCEPCIONES.

       ESCRIBIR-EXCEPCION-FIN.
           EXIT.

      * Cargo de la operacion y, en retiradas, de la comision de
      * cajero ajeno, cada uno con su movimiento.
       CARGAR-OPERACION.
           IF TARJETA-CREDITO = "S"
               MOVE TARJETA-ITEM     TO CRE-TARJETA
               MOVE "D"              TO CRE-OPERACION
               MOVE CARGO-TOTAL-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO FIN-ERROR
               END-IF
           ELSE
               SUBTRACT IMPORTE-ITEM-CENT FROM CENT-SALDO-TARJETA
           END-IF.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               GO TO FIN-ERROR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM TO MOV-NUM-CARGO.

           MOVE MOV-NUM-CARGO         TO MOV-NUM.
           MOVE TARJETA-ITEM          TO MOV-TARJETA.
           MOVE ANO                   TO MOV-ANO.
           MOVE MES                   TO MOV-MES.
           MOVE DIA                   TO MOV-DIA.
           MOVE HORAS                 TO MOV-HOR.
           MOVE MINUTOS               TO MOV-MIN.
           MOVE SEGUNDOS              TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (IMPORTE-ITEM-CENT / 100).
           MOVE FUNCTION MOD(IMPORTE-ITEM-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES TO MOV-CONCEPTO.
           IF PRS-TIPO = "R"
               STRING "Cajero " PRS-ESTABLECIMIENTO
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
               MOVE "EFE" TO MOV-CATEGORIA
           ELSE
               STRING "Compra " PRS-ESTABLECIMIENTO
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
               MOVE "OTR" TO MOV-CATEGORIA.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-TARJETA / 100).
           MOVE FUNCTION MOD(CENT-SALDO-TARJETA, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                   TO MOV-ESTADO.
           MOVE "EUR"                 TO MOV-MONEDA.
           MOVE 0                     TO MOV-TERMINAL.
           MOVE "RED"                 TO MOV-CANAL.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

           IF COMISION-CENT = 0
               CLOSE F-MOVIMIENTOS
               GO TO CARGAR-OPERACION-FIN.

           IF TARJETA-CREDITO = "N"
               SUBTRACT COMISION-CENT FROM CENT-SALDO-TARJETA.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE LAST-MOV-NUM          TO MOV-NUM.
           MOVE TARJETA-ITEM          TO MOV-TARJETA.
           COMPUTE MOV-IMPORTE-ENT = 0 - (COMISION-CENT / 100).
           MOVE FUNCTION MOD(COMISION-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE "Comision cajero ajeno" TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-TARJETA / 100).
           MOVE FUNCTION MOD(CENT-SALDO-TARJETA, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE "RED"                 TO MOV-CANAL.
           MOVE "COM"                 TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO FIN-ERROR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

       CARGAR-OPERACION-FIN.
           EXIT.

      * Tarifa de retirada en cajero ajeno, salvo cuenta exenta.
       CALCULAR-COMISION.
           MOVE 0 TO COMISION-CENT.
           IF EXENTA-COMISION = "S"
               GO TO CALCULAR-COMISION-FIN.

           OPEN INPUT F-TARIFASCOM.
           IF FSCO <> 00
               GO TO CALCULAR-COMISION-FIN.

           MOVE "EXT" TO COM-OPER.
           MOVE 1 TO COM-TRAMO.
           START F-TARIFASCOM KEY IS >= COM-CLAVE
               INVALID KEY
               CLOSE F-TARIFASCOM
               GO TO CALCULAR-COMISION-FIN.

      * El tramo aplicable es el primero cuyo tope cubre el
      * importe; tope cero significa sin limite.
       BUSCAR-TRAMO-COMISION.
           READ F-TARIFASCOM NEXT RECORD AT END
               CLOSE F-TARIFASCOM
               GO TO CALCULAR-COMISION-FIN.
           IF COM-OPER NOT = "EXT"
               CLOSE F-TARIFASCOM
               GO TO CALCULAR-COMISION-FIN.
           IF COM-HASTA-CENT NOT = 0
              AND IMPORTE-ITEM-CENT > COM-HASTA-CENT
               GO TO BUSCAR-TRAMO-COMISION.
           CLOSE F-TARIFASCOM.

           COMPUTE COMISION-CENT = COM-FIJO-CENT
               + ((IMPORTE-ITEM-CENT * COM-PCT-BP) / 10000).

       CALCULAR-COMISION-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O CONTADORES.
           IF FSK = 35
               CLOSE CONTADORES
               OPEN OUTPUT CONTADORES
               CLOSE CONTADORES
               OPEN I-O CONTADORES.
           IF FSK <> 00
               GO TO FIN-ERROR.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               MOVE "MOV" TO CONT-ID
               MOVE 0 TO CONT-VALOR
               WRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.

           ADD 1 TO CONT-VALOR.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           REWRITE CONTADOR-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
           EXIT.

      * Mantiene el maestro de saldos en la misma unidad de trabajo
      * que la escritura del movimiento.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSSA = 35
               CLOSE F-SALDOS
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS.
           IF FSSA <> 00
               GO TO ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE MOV-TARJETA TO SAL-TARJETA.
           COMPUTE SAL-CENT = (MOV-SALDOPOS-ENT * 100)
                             + MOV-SALDOPOS-DEC.
           REWRITE SALDO-REG INVALID KEY
               WRITE SALDO-REG INVALID KEY CONTINUE.
           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-FIN.
           EXIT.

       LEER-SALDO-MAESTRO.
           MOVE 0 TO SALDOM-ENCONTRADO.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-FIN.

           MOVE 1 TO SALDOM-ENCONTRADO.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-FIN.
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
           MOVE "BATCHEMI"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSPE=" FSPE " " "FSM=" FSM " " "FSK=" FSK " "
               "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE TARJETA-ITEM TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
