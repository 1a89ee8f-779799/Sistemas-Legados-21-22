           RECORD KEY IS ALIAS-TELEFONO
           FILE STATUS IS FSAL.

           SELECT OPTIONAL F-BAJASPUB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BPU-CUENTA
           FILE STATUS IS FSBP.

           SELECT OPTIONAL F-CONSENTIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CLAVE
           FILE STATUS IS FSCN.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "rgpdsolicitudes.txt".
      * Una solicitud por linea: tipo en la columna 1 (E extracto,
      * B borrado, O oposicion a la publicidad, P nuevo
      * consentimiento a la publicidad), clase en la 3 (N por NIF,
      * C por cuenta) y la clave desde la columna 5 (NIF o numero
      * de cuenta).
       01 SOLICITUD-LINEA.
           02 SOL-TIPO              PIC  X(1).
           02 FILLER                PIC  X(1).
           02 ALIAS-TARJETA        PIC 9(16).
           02 ALIAS-CTA-ID         PIC 9(16).

      * Cuentas cuyo titular no quiere publicidad.  Origen ATM desde
      * el cajero, RGP por solicitud de proteccion de datos.
       FD F-BAJASPUB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "publicidadbajas.ubd".
       01 BAJAPUB-REG.
           02 BPU-CUENTA            PIC 9(16).
           02 BPU-FECHA             PIC  9(8).
           02 BPU-ORIGEN            PIC  X(3).

      * Registro de consentimientos por titular (BANKCNS).
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

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       77 FSP                      PIC  X(2).
       77 FSAL                     PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSBP                     PIC  X(2).
       77 FSCN                     PIC  X(2).
       77 FSEX                     PIC  X(2).
       77 FSIF                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 IDX-TAR2                 PIC  9(2).

       77 CUENTA-TRABAJO           PIC 9(16).
       77 FECHA-HOY-RGPD           PIC  9(8).
       77 ULTIMO-MOV-AAAAMM        PIC  9(6).
       77 MOTIVO-RECHAZO           PIC X(35).
       77 TARJETA-ARCHIVO          PIC X(16).
       77 RECHAZADOS               PIC  9(5) VALUE 0.
       77 AVISOS-BORRADOS          PIC  9(5) VALUE 0.
       77 ALIAS-BORRADOS           PIC  9(5) VALUE 0.
       77 OPOSICIONES-HECHAS       PIC  9(5) VALUE 0.
       77 CONSENTIMIENTOS-HECHOS   PIC  9(5) VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-RGPD = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "RGPDANOS" TO PARAM-BUSCADO.
           MOVE RGPDANOS-DEFECTO TO PARAM-LEIDO.

       LEER-SOLICITUD.
           READ F-SOLICITUDES AT END GO TO FIN-SOLICITUDES.
           IF SOL-TIPO NOT = "E" AND "B" AND "O" AND "P"
               GO TO LEER-SOLICITUD.
           ADD 1 TO SOLICITUDES-LEIDAS.

               GO TO TRATAR-CUENTA.
           CLOSE CUENTAS.

           IF SOL-TIPO = "O" OR SOL-TIPO = "P"
               PERFORM REGISTRAR-PUBLICIDAD
                   THRU REGISTRAR-PUBLICIDAD-FIN
               GO TO TRATAR-CUENTA.

           PERFORM CARGAR-TARJETAS THRU CARGAR-TARJETAS-FIN.

           IF SOL-TIPO = "E"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "Oposiciones a publicidad: " OPOSICIONES-HECHAS
               " nuevos consentimientos: " CONSENTIMIENTOS-HECHOS
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-FIN.

           MOVE SPACES TO LINEA-INFORME.
           STRING "FIRMA: " FIRMA-HASH
               DELIMITED BY SIZE INTO LINEA-INFORME.
           DISPLAY "BATCHRGPD: extractos   : " EXTRACTOS-HECHOS.
           DISPLAY "BATCHRGPD: borrados    : " BORRADOS-HECHOS.
           DISPLAY "BATCHRGPD: rechazadas  : " RECHAZADOS.
           DISPLAY "BATCHRGPD: oposiciones : " OPOSICIONES-HECHAS.
           DISPLAY "BATCHRGPD: consentim.  : " CONSENTIMIENTOS-HECHOS.
           STOP RUN.

      * Pasa la clave de la solicitud a una lista de cuentas: una
           OPEN INPUT F-ALIAS.
           IF FSAL <> 00
               CLOSE F-ALIAS
               GO TO EXPEDIENTE-CONSENTIMIENTOS.

       EXPEDIENTE-ALIAS-SIG.
           READ F-ALIAS NEXT RECORD AT END
               CLOSE F-ALIAS
               GO TO EXPEDIENTE-CONSENTIMIENTOS.
           IF ALIAS-CTA-ID NOT = CUENTA-TRABAJO
               GO TO EXPEDIENTE-ALIAS-SIG.

           WRITE LINEA-EXTRACTO.
           GO TO EXPEDIENTE-ALIAS-SIG.

      * Historia completa de consentimientos del titular, del mas
      * antiguo al mas reciente, y la baja de publicidad de la cuenta
      * si la hay.
       EXPEDIENTE-CONSENTIMIENTOS.
           MOVE "Consentimientos:" TO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.

           OPEN INPUT F-BAJASPUB.
           IF FSBP = 00
               MOVE CUENTA-TRABAJO TO BPU-CUENTA
               READ F-BAJASPUB
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "Baja de publicidad de la cuenta desde "
                           BPU-FECHA " origen " BPU-ORIGEN
                           DELIMITED BY SIZE INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
               END-READ
           END-IF.
           CLOSE F-BAJASPUB.

           IF CTA-NIF = SPACES
               GO TO EXPEDIENTE-CIERRE.

           OPEN INPUT F-CONSENTIMIENTOS.
           IF FSCN <> 00
               CLOSE F-CONSENTIMIENTOS
               GO TO EXPEDIENTE-CIERRE.

           MOVE CTA-NIF TO CNS-NIF.
           MOVE 0       TO CNS-FECHA.
           MOVE 0       TO CNS-HORA.
           MOVE SPACES  TO CNS-FINALIDAD.
           START F-CONSENTIMIENTOS KEY IS >= CNS-CLAVE
               INVALID KEY
                   CLOSE F-CONSENTIMIENTOS
                   GO TO EXPEDIENTE-CIERRE.

       EXPEDIENTE-CONSENTIMIENTO-SIG.
           READ F-CONSENTIMIENTOS NEXT RECORD AT END
               CLOSE F-CONSENTIMIENTOS
               GO TO EXPEDIENTE-CIERRE.
           IF CNS-NIF NOT = CTA-NIF
               CLOSE F-CONSENTIMIENTOS
               GO TO EXPEDIENTE-CIERRE.

           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "Consentimiento " CNS-FINALIDAD " " CNS-VALOR
               " " CNS-FECHA " " CNS-HORA " canal " CNS-CANAL
               " texto version " CNS-VERSION " cuenta " CNS-CUENTA
               " terminal/operador " CNS-TERMINAL
               DELIMITED BY SIZE INTO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           GO TO EXPEDIENTE-CONSENTIMIENTO-SIG.

       EXPEDIENTE-CIERRE.
           MOVE "=== FIN DEL EXPEDIENTE ===" TO LINEA-EXTRACTO.
           WRITE LINEA-EXTRACTO.
       BORRAR-CUENTA-FIN.
           EXIT.

      * ------- Oposicion y consentimiento a la publicidad -------
      * La baja deja la cuenta fuera de las campanas del cajero desde
      * la sesion siguiente; el nuevo consentimiento la devuelve a
      * partir del proximo calculo nocturno de campanas.
       REGISTRAR-PUBLICIDAD.
           OPEN I-O F-BAJASPUB.
           IF FSBP = 35
               CLOSE F-BAJASPUB
               OPEN OUTPUT F-BAJASPUB
               CLOSE F-BAJASPUB
               OPEN I-O F-BAJASPUB.
           IF FSBP <> 00 AND 05
               DISPLAY "BATCHRGPD: error abriendo publicidadbajas.ubd"
                   ", FSBP=" FSBP
               GO TO FIN-ERROR.

           MOVE CUENTA-TRABAJO TO BPU-CUENTA.
           IF SOL-TIPO = "O"
               MOVE FECHA-HOY-RGPD TO BPU-FECHA
               MOVE "RGP"          TO BPU-ORIGEN
               WRITE BAJAPUB-REG INVALID KEY
                   REWRITE BAJAPUB-REG INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO OPOSICIONES-HECHAS
               MOVE SPACES TO LINEA-INFORME
               STRING "OPOSICION PUBLICIDAD cuenta " CUENTA-TRABAJO
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               DELETE F-BAJASPUB INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO CONSENTIMIENTOS-HECHOS
               MOVE SPACES TO LINEA-INFORME
               STRING "CONSENTIMIENTO PUBLICIDAD cuenta "
                   CUENTA-TRABAJO
                   DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           CLOSE F-BAJASPUB.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-FIN.

      * La solicitud llega por escrito: queda en el registro de
      * consentimientos con canal carta.
           MOVE "R"            TO CNSC-OPERACION.
           MOVE 0              TO CNSC-TARJETA.
           MOVE CUENTA-TRABAJO TO CNSC-CUENTA.
           MOVE CTA-NIF        TO CNSC-NIF.
           MOVE "PUB"          TO CNSC-FINALIDAD.
           MOVE "S"            TO CNSC-VALOR.
           IF SOL-TIPO = "O"
               MOVE "N"        TO CNSC-VALOR.
           MOVE "CAR"          TO CNSC-CANAL.
           MOVE 0              TO CNSC-TERMINAL.
           MOVE 0              TO CNSC-VERSION.
           CALL "BANKCNS" USING DATOS-CONSENTIMIENTO.

       REGISTRAR-PUBLICIDAD-FIN.
           EXIT.

      * Fecha del ultimo movimiento vivo de cualquier tarjeta de
      * la cuenta, para contrastar con el plazo de retencion.
       ULTIMA-ACTIVIDAD.
