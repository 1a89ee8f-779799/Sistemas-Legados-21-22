       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONSENTIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CLAVE
           FILE STATUS IS FSCN.

           SELECT OPTIONAL F-BAJASPUB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BPU-CUENTA
           FILE STATUS IS FSBP.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Registro de consentimientos por titular (NIF).  Cada alta o
      * retirada es un registro nuevo; el vigente para una finalidad
      * es el ultimo por fecha y hora.  Finalidades PUB publicidad,
      * PER elaboracion de perfiles, CES cesion de datos a terceros
      * (promotores, ONG).  CNS-VALOR S otorgado, N retirado.  Canal
      * ATM cajero, OFI oficina, CAR carta.  CNS-VERSION es la del
      * texto de privacidad mostrado o firmado; CNS-TERMINAL el
      * cajero o el operador de oficina.
       FD F-CONSENTIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "consentimientos.ubd".
       01 CONSENTIMIENTO-REG.
           02 CNS-CLAVE.
               03 CNS-NIF           PIC  X(9).
               03 CNS-FECHA         PIC  9(8).
               03 CNS-HORA          PIC  9(6).
               03 CNS-FINALIDAD     PIC  X(3).
           02 CNS-VALOR             PIC  X(1).
           02 CNS-CANAL             PIC  X(3).
           02 CNS-VERSION           PIC  9(3).
           02 CNS-CUENTA            PIC 9(16).
           02 CNS-TERMINAL          PIC  9(4).

       FD F-BAJASPUB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "publicidadbajas.ubd".
       01 BAJAPUB-REG.
           02 BPU-CUENTA            PIC 9(16).
           02 BPU-FECHA             PIC  9(8).
           02 BPU-ORIGEN            PIC  X(3).

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

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSCN                     PIC  X(2).
       77 FSBP                     PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSFO                     PIC  X(2).

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 CUENTA-TITULAR           PIC 9(16).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       LINKAGE SECTION.
      * CNSC-OPERACION: C consultar el consentimiento vigente, R
      * registrar un alta (CNSC-VALOR S) o una retirada (N).
      * El titular es CNSC-NIF; si viene en blanco se toma el de la
      * cuenta CNSC-CUENTA o, si esta viene a cero, el de la cuenta
      * de CNSC-TARJETA.  CNSC-VERSION a cero al registrar toma la
      * version vigente del texto (parametro PRIVVER).
      * Al consultar, CNSC-VALOR devuelve S, N o blanco si el titular
      * nunca se ha pronunciado, y CNSC-PERMITIDO si puede usarse el
      * dato: sin pronunciamiento, publicidad y perfiles se admiten
      * salvo baja de publicidad de la cuenta; la cesion a terceros
      * exige consentimiento expreso.
      * CNSC-RESULTADO: O correcto, N titular sin identificar, E error
      * en el registro.
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

       PROCEDURE DIVISION USING DATOS-CONSENTIMIENTO.
       INICIO.
           MOVE "N" TO CNSC-RESULTADO.
           MOVE "N" TO CNSC-PERMITIDO.
           MOVE SPACES TO CNSC-NOMBRE.
           MOVE CNSC-CUENTA TO CUENTA-TITULAR.

           PERFORM IDENTIFICAR-TITULAR THRU IDENTIFICAR-TITULAR-FIN.
           IF CNSC-OPERACION = "R"
               GO TO REGISTRAR-CONSENTIMIENTO.

      * Vigente: el ultimo registro de la finalidad para el NIF.  Sin
      * NIF no puede haber registro y rige el criterio general.
           MOVE " " TO CNSC-VALOR.
           MOVE 0   TO CNSC-VERSION.
           MOVE 0   TO CNSC-FECHA.
           IF CNSC-NIF = SPACES
               GO TO APLICAR-CRITERIO.
           MOVE "O" TO CNSC-RESULTADO.

           OPEN INPUT F-CONSENTIMIENTOS.
           IF FSCN <> 00
               CLOSE F-CONSENTIMIENTOS
               GO TO APLICAR-CRITERIO.

           MOVE CNSC-NIF TO CNS-NIF.
           MOVE 0        TO CNS-FECHA.
           MOVE 0        TO CNS-HORA.
           MOVE SPACES   TO CNS-FINALIDAD.
           START F-CONSENTIMIENTOS KEY IS >= CNS-CLAVE
               INVALID KEY GO TO FIN-CONSULTA.

       LEER-CONSENTIMIENTO.
           READ F-CONSENTIMIENTOS NEXT RECORD AT END
               GO TO FIN-CONSULTA.
           IF CNS-NIF NOT = CNSC-NIF
               GO TO FIN-CONSULTA.
           IF CNS-FINALIDAD NOT = CNSC-FINALIDAD
               GO TO LEER-CONSENTIMIENTO.

           MOVE CNS-VALOR   TO CNSC-VALOR.
           MOVE CNS-VERSION TO CNSC-VERSION.
           MOVE CNS-FECHA   TO CNSC-FECHA.
           GO TO LEER-CONSENTIMIENTO.

       FIN-CONSULTA.
           CLOSE F-CONSENTIMIENTOS.

       APLICAR-CRITERIO.
           IF CNSC-VALOR = "S"
               MOVE "S" TO CNSC-PERMITIDO
               GO TO SALIR.
           IF CNSC-VALOR = "N"
               GO TO SALIR.
           IF CNSC-FINALIDAD = "CES"
               GO TO SALIR.

           MOVE "S" TO CNSC-PERMITIDO.
           IF CNSC-FINALIDAD NOT = "PUB" OR CUENTA-TITULAR = 0
               GO TO SALIR.

           OPEN INPUT F-BAJASPUB.
           IF FSBP <> 00
               CLOSE F-BAJASPUB
               GO TO SALIR.

           MOVE CUENTA-TITULAR TO BPU-CUENTA.
           READ F-BAJASPUB
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "N"       TO CNSC-PERMITIDO
                   MOVE BPU-FECHA TO CNSC-FECHA
           END-READ.
           CLOSE F-BAJASPUB.
           GO TO SALIR.

       REGISTRAR-CONSENTIMIENTO.
           IF CNSC-NIF = SPACES
               GO TO SALIR.
           MOVE "O" TO CNSC-RESULTADO.
           IF CNSC-VALOR NOT = "S" AND CNSC-VALOR NOT = "N"
               MOVE "E" TO CNSC-RESULTADO
               GO TO SALIR.

           IF CNSC-VERSION = 0
               MOVE "PRIVVER" TO PARAM-BUSCADO
               MOVE 1 TO PARAM-LEIDO
               PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN
               MOVE PARAM-LEIDO TO CNSC-VERSION.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.

           OPEN I-O F-CONSENTIMIENTOS.
           IF FSCN = 35
               CLOSE F-CONSENTIMIENTOS
               OPEN OUTPUT F-CONSENTIMIENTOS
               CLOSE F-CONSENTIMIENTOS
               OPEN I-O F-CONSENTIMIENTOS.
           IF FSCN <> 00 AND 05
               CLOSE F-CONSENTIMIENTOS
               MOVE "E" TO CNSC-RESULTADO
               GO TO SALIR.

           MOVE CNSC-NIF       TO CNS-NIF.
           COMPUTE CNS-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE CNS-HORA = (HORAS * 10000) + (MINUTOS * 100)
                            + SEGUNDOS.
           MOVE CNSC-FINALIDAD TO CNS-FINALIDAD.
           MOVE CNSC-VALOR     TO CNS-VALOR.
           MOVE CNSC-CANAL     TO CNS-CANAL.
           MOVE CNSC-VERSION   TO CNS-VERSION.
           MOVE CUENTA-TITULAR TO CNS-CUENTA.
           MOVE CNSC-TERMINAL  TO CNS-TERMINAL.

      * Dos pronunciamientos en el mismo segundo: vale el ultimo.
           WRITE CONSENTIMIENTO-REG INVALID KEY
               REWRITE CONSENTIMIENTO-REG INVALID KEY
                   MOVE "E" TO CNSC-RESULTADO
               END-REWRITE
           END-WRITE.
           CLOSE F-CONSENTIMIENTOS.

           MOVE CNS-FECHA TO CNSC-FECHA.
           MOVE CNSC-VALOR TO CNSC-PERMITIDO.
           GO TO SALIR.

      * NIF y nombre del titular a partir de la cuenta o la tarjeta.
       IDENTIFICAR-TITULAR.
           IF CUENTA-TITULAR NOT = 0 OR CNSC-TARJETA = 0
               GO TO LEER-TITULAR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO IDENTIFICAR-TITULAR-FIN.

           MOVE CNSC-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               MOVE 0 TO CTA-ID-C.
           MOVE CTA-ID-C TO CUENTA-TITULAR.
           CLOSE TARJETAS.

       LEER-TITULAR.
           IF CUENTA-TITULAR = 0
               GO TO IDENTIFICAR-TITULAR-FIN.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               CLOSE CUENTAS
               GO TO IDENTIFICAR-TITULAR-FIN.

           MOVE CUENTA-TITULAR TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               CLOSE CUENTAS
               GO TO IDENTIFICAR-TITULAR-FIN.
           CLOSE CUENTAS.

           MOVE CTA-NOMBRE TO CNSC-NOMBRE.
           IF CNSC-NIF = SPACES
               MOVE CTA-NIF TO CNSC-NIF.

       IDENTIFICAR-TITULAR-FIN.
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

           MOVE PAR-VALOR TO PARAM-LEIDO.
           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-FIN.
           EXIT.

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

       SALIR.
           EXIT PROGRAM.
