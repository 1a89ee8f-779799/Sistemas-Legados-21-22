       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

           SELECT OPTIONAL F-AUDARC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUA-NUM
           FILE STATUS IS FSAA.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS FSOP.

           SELECT OPTIONAL F-VINCULADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-CLAVE
           FILE STATUS IS FSVI.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

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

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-SOLICITUDES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-CLAVE
           FILE STATUS IS FSSO.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.ubd".
       01 AUDITORIA-REG.
           02 AUD-NUM               PIC  9(10).
           02 AUD-OPERADOR          PIC  9(4).
           02 AUD-PROGRAMA          PIC  X(8).
           02 AUD-ACCION            PIC X(20).
           02 AUD-CLAVE             PIC X(35).
           02 AUD-ANTES             PIC X(20).
           02 AUD-DESPUES           PIC X(20).
           02 AUD-ANO               PIC  9(4).
           02 AUD-MES               PIC  9(2).
           02 AUD-DIA               PIC  9(2).
           02 AUD-HOR               PIC  9(2).
           02 AUD-MIN               PIC  9(2).
           02 AUD-SEG               PIC  9(2).

       FD F-AUDARC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoriarc.ubd".
       01 AUDARC-REG.
           02 AUA-NUM               PIC  9(10).
           02 AUA-OPERADOR          PIC  9(4).
           02 AUA-PROGRAMA          PIC  X(8).
           02 AUA-ACCION            PIC X(20).
           02 AUA-CLAVE             PIC X(35).
           02 AUA-ANTES             PIC X(20).
           02 AUA-DESPUES           PIC X(20).
           02 AUA-ANO               PIC  9(4).
           02 AUA-MES               PIC  9(2).
           02 AUA-DIA               PIC  9(2).
           02 AUA-HOR               PIC  9(2).
           02 AUA-MIN               PIC  9(2).
           02 AUA-SEG               PIC  9(2).

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

      * Cuentas propias o de allegados declaradas por cada operador
      * (BANK41).
       FD F-VINCULADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasvinculadas.ubd".
       01 VINCULADA-REG.
           02 VIN-CLAVE.
               03 VIN-OPERADOR      PIC  9(4).
               03 VIN-CUENTA        PIC 9(16).
           02 VIN-RELACION          PIC  X(1).
           02 VIN-FECHA-ALTA        PIC  9(8).

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

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

      * Fichero de trabajo: ultima solicitud pendiente de segunda
      * firma por programa y clave, con el operador que la hizo.  Se
      * rehace en cada ejecucion reproduciendo todo el rastro.
       FD F-SOLICITUDES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "solicitudessod.ubd".
       01 SOLICITUD-REG.
           02 SOL-CLAVE.
               03 SOL-PROGRAMA      PIC  X(8).
               03 SOL-CLAVE-AUD     PIC X(35).
           02 SOL-OPERADOR          PIC  9(4).
           02 SOL-NUM               PIC  9(10).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimientoempleados.txt".
       01 LINEA-INFORME             PIC X(160).


       WORKING-STORAGE SECTION.
       77 FSAU                     PIC  X(2).
       77 FSAA                     PIC  X(2).
       77 FSOP                     PIC  X(2).
       77 FSVI                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSSO                     PIC  X(2).
       77 FSIF                     PIC  X(2).

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
       77 FECHA-REG                PIC  9(8).

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).
       77 TURNO-GENERAL-INICIO     PIC  9(4).
       77 TURNO-GENERAL-FIN        PIC  9(4).

      * Registro de auditoria que se esta reproduciendo, venga del
      * archivo o del fichero vivo.
       01 ACCION-ACTUAL.
           02 ACT-NUM               PIC  9(10).
           02 ACT-OPERADOR          PIC  9(4).
           02 ACT-PROGRAMA          PIC  X(8).
           02 ACT-ACCION            PIC X(20).
           02 ACT-CLAVE             PIC X(35).
       77 ACCION-A-REVISAR         PIC  9(1).
       77 TIPO-ACCION              PIC  X(1).
           88 ACCION-SOLICITUD      VALUE "S".
           88 ACCION-APROBACION     VALUE "A".
           88 ACCION-RESOLUCION     VALUE "R".
           88 ACCION-ORDINARIA      VALUE " ".

       77 TURNO-INICIO             PIC  9(4).
       77 TURNO-FIN                PIC  9(4).
       77 HORA-ACCION              PIC  9(4).
       77 FUERA-TURNO              PIC  9(1).
       77 CUENTA-AFECTADA          PIC 9(16).
       77 TARJETA-AFECTADA         PIC 9(16).

       77 HALLAZGO                 PIC X(16).
       77 DETALLE-HALLAZGO         PIC X(40).

       77 TOTAL-REVISADAS          PIC  9(9) VALUE 0.
       77 TOTAL-MISMO-OPERADOR     PIC  9(9) VALUE 0.
       77 TOTAL-CUENTA-PROPIA      PIC  9(9) VALUE 0.
       77 TOTAL-CUENTA-VINCULADA   PIC  9(9) VALUE 0.
       77 TOTAL-FUERA-TURNO        PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Control diario de segregacion de funciones del personal.  Se
      * revisan las acciones de auditoria de los dias ya cerrados,
      * justo antes de que BATCHSEL las selle y archive, y se pasan
      * a cumplimiento normativo los casos en que un operador:
      *   - aprueba una solicitud de doble firma hecha por el mismo
      *     (anulaciones de BANK14, altas y cambios de nivel de
      *     BANK41);
      *   - actua sobre una cuenta cuyo titular tiene su mismo NIF o
      *     que ha declarado como vinculada;
      *   - actua fuera de su turno.  Sin turno propio se aplica el
      *     general de parametros (TURNOINI/TURNOFIN) y, si tampoco
      *     lo hay, no se comprueba.
      * Las solicitudes se reconstruyen reproduciendo en orden todo
      * el rastro, archivo primero y fichero vivo despues.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHSOD - Control de segregacion de funciones".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           MOVE "TURNOINI" TO PARAM-BUSCADO.
           MOVE 0 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO TURNO-GENERAL-INICIO.
           MOVE "TURNOFIN" TO PARAM-BUSCADO.
           MOVE 0 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO TURNO-GENERAL-FIN.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHSOD: error abriendo cumplimiento"
                   "empleados.txt, FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Segregacion de funciones del "
               "personal " DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "FECHA      HORA  OPER OFIC PROGRAMA ACCION"
               "               CLAVE"
               "                               HALLAZGO"
               "         DETALLE"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           OPEN OUTPUT F-SOLICITUDES.
           CLOSE F-SOLICITUDES.
           OPEN I-O F-SOLICITUDES.
           IF FSSO <> 00
               DISPLAY "BATCHSOD: error abriendo solicitudessod, "
                   "FSSO=" FSSO
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00 AND 05
               DISPLAY "BATCHSOD: error abriendo operadores, FSOP="
                   FSOP
               CLOSE F-SOLICITUDES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHSOD: error abriendo tarjetas, FST=" FST
               CLOSE F-OPERADORES
               CLOSE F-SOLICITUDES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT CUENTAS.
           IF FSU <> 00
               DISPLAY "BATCHSOD: error abriendo cuentas, FSU=" FSU
               CLOSE TARJETAS
               CLOSE F-OPERADORES
               CLOSE F-SOLICITUDES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               DISPLAY "BATCHSOD: error abriendo movimientos, FSM="
                   FSM
               CLOSE CUENTAS
               CLOSE TARJETAS
               CLOSE F-OPERADORES
               CLOSE F-SOLICITUDES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

           OPEN INPUT F-VINCULADAS.
           IF FSVI <> 00 AND 05
               DISPLAY "BATCHSOD: error abriendo cuentasvinculadas, "
                   "FSVI=" FSVI
               CLOSE F-MOVIMIENTOS
               CLOSE CUENTAS
               CLOSE TARJETAS
               CLOSE F-OPERADORES
               CLOSE F-SOLICITUDES
               CLOSE F-INFORME
               GO TO FIN-ERROR.

      * Primera pasada: el archivo ya revisado solo sirve para
      * reconstruir las solicitudes que siguen abiertas.
           OPEN INPUT F-AUDARC.
           IF FSAA <> 00
               CLOSE F-AUDARC
               GO TO ARCHIVO-LEIDO.

       LEER-ARCHIVO.
           READ F-AUDARC NEXT RECORD AT END
               GO TO ARCHIVO-CERRAR.

           MOVE AUA-NUM      TO ACT-NUM.
           MOVE AUA-OPERADOR TO ACT-OPERADOR.
           MOVE AUA-PROGRAMA TO ACT-PROGRAMA.
           MOVE AUA-ACCION   TO ACT-ACCION.
           MOVE AUA-CLAVE    TO ACT-CLAVE.
           MOVE 0 TO ACCION-A-REVISAR.
           PERFORM REPRODUCIR-ACCION THRU REPRODUCIR-ACCION-FIN.
           GO TO LEER-ARCHIVO.

       ARCHIVO-CERRAR.
           CLOSE F-AUDARC.

      * Segunda pasada: el fichero vivo.  Se revisan los dias
      * anteriores a hoy; lo de hoy solo alimenta las solicitudes y
      * se revisara manana.
       ARCHIVO-LEIDO.
           OPEN INPUT F-AUDITORIA.
           IF FSAU <> 00
               CLOSE F-AUDITORIA
               GO TO AUDITORIA-LEIDA.

       LEER-AUDITORIA.
           READ F-AUDITORIA NEXT RECORD AT END
               GO TO AUDITORIA-CERRAR.

           MOVE AUD-NUM      TO ACT-NUM.
           MOVE AUD-OPERADOR TO ACT-OPERADOR.
           MOVE AUD-PROGRAMA TO ACT-PROGRAMA.
           MOVE AUD-ACCION   TO ACT-ACCION.
           MOVE AUD-CLAVE    TO ACT-CLAVE.
           COMPUTE FECHA-REG = (AUD-ANO * 10000) + (AUD-MES * 100)
               + AUD-DIA.
           MOVE 0 TO ACCION-A-REVISAR.
           IF FECHA-REG < FECHA-HOY-AAAAMMDD AND AUD-OPERADOR > 0
               MOVE 1 TO ACCION-A-REVISAR.
           PERFORM REPRODUCIR-ACCION THRU REPRODUCIR-ACCION-FIN.
           GO TO LEER-AUDITORIA.

       AUDITORIA-CERRAR.
           CLOSE F-AUDITORIA.

       AUDITORIA-LEIDA.
           CLOSE F-VINCULADAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE TARJETAS.
           CLOSE F-OPERADORES.
           CLOSE F-SOLICITUDES.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Acciones revisadas: " TOTAL-REVISADAS
               " mismo operador: " TOTAL-MISMO-OPERADOR
               " cuenta propia: " TOTAL-CUENTA-PROPIA
               " cuenta vinculada: " TOTAL-CUENTA-VINCULADA
               " fuera de turno: " TOTAL-FUERA-TURNO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHSOD: acciones revisadas : " TOTAL-REVISADAS.
           DISPLAY "BATCHSOD: mismo operador     : "
               TOTAL-MISMO-OPERADOR.
           DISPLAY "BATCHSOD: cuenta propia      : "
               TOTAL-CUENTA-PROPIA.
           DISPLAY "BATCHSOD: cuenta vinculada   : "
               TOTAL-CUENTA-VINCULADA.
           DISPLAY "BATCHSOD: fuera de turno     : "
               TOTAL-FUERA-TURNO.
           STOP RUN.

      * Lleva el registro de solicitudes al dia con la accion y, si
      * toca, la revisa.  La revision va antes de consumir la
      * solicitud para poder comparar quien la hizo.
       REPRODUCIR-ACCION.
           PERFORM CLASIFICAR-ACCION THRU CLASIFICAR-ACCION-FIN.

           IF ACCION-A-REVISAR = 1
               PERFORM REVISAR-ACCION THRU REVISAR-ACCION-FIN.

           IF ACCION-ORDINARIA
               GO TO REPRODUCIR-ACCION-FIN.

           MOVE ACT-PROGRAMA TO SOL-PROGRAMA.
           MOVE ACT-CLAVE    TO SOL-CLAVE-AUD.
           IF ACCION-SOLICITUD
               MOVE ACT-OPERADOR TO SOL-OPERADOR
               MOVE ACT-NUM      TO SOL-NUM
               WRITE SOLICITUD-REG INVALID KEY
                   REWRITE SOLICITUD-REG INVALID KEY
                       GO TO FIN-ERROR
                   END-REWRITE
               END-WRITE
               GO TO REPRODUCIR-ACCION-FIN.

           DELETE F-SOLICITUDES INVALID KEY CONTINUE.

       REPRODUCIR-ACCION-FIN.
           EXIT.

      * Acciones con doble firma: la solicitud y su aprobacion o
      * rechazo comparten programa y clave.  En BANK41 el alta de
      * nivel basico es directa; solo consume una solicitud si la
      * hay.
       CLASIFICAR-ACCION.
           MOVE " " TO TIPO-ACCION.
           IF ACT-PROGRAMA = "BANK14"
               IF ACT-ACCION = "ANULACION PENDIENTE"
                   MOVE "S" TO TIPO-ACCION
               END-IF
               IF ACT-ACCION = "ANULACION APROBADA"
                   MOVE "A" TO TIPO-ACCION
               END-IF
               IF ACT-ACCION = "ANULACION RECHAZADA"
                   MOVE "R" TO TIPO-ACCION
               END-IF.
           IF ACT-PROGRAMA = "BANK41"
               IF ACT-ACCION = "SOLICITUD ADMIN OP"
                   MOVE "S" TO TIPO-ACCION
               END-IF
               IF ACT-ACCION = "ALTA OPERADOR"
                  OR ACT-ACCION = "CAMBIO NIVEL OP"
                   MOVE "A" TO TIPO-ACCION
               END-IF
               IF ACT-ACCION = "SOLICITUD RECHAZADA"
                   MOVE "R" TO TIPO-ACCION
               END-IF.

       CLASIFICAR-ACCION-FIN.
           EXIT.

       REVISAR-ACCION.
           ADD 1 TO TOTAL-REVISADAS.

           MOVE ACT-OPERADOR TO OP-ID.
           READ F-OPERADORES INVALID KEY
               MOVE SPACES TO OP-NIF
               MOVE 0 TO OP-OFICINA
               MOVE 0 TO OP-TURNO-INICIO
               MOVE 0 TO OP-TURNO-FIN
               GO TO REVISAR-DOBLE-FIRMA.

       REVISAR-DOBLE-FIRMA.
           IF NOT ACCION-APROBACION
               GO TO REVISAR-CUENTA.

           MOVE ACT-PROGRAMA TO SOL-PROGRAMA.
           MOVE ACT-CLAVE    TO SOL-CLAVE-AUD.
           READ F-SOLICITUDES INVALID KEY
               GO TO REVISAR-CUENTA.
           IF SOL-OPERADOR NOT = ACT-OPERADOR
               GO TO REVISAR-CUENTA.

           MOVE "MISMO OPERADOR" TO HALLAZGO.
           MOVE SPACES TO DETALLE-HALLAZGO.
           STRING "hizo tambien la solicitud " SOL-NUM
               DELIMITED BY SIZE INTO DETALLE-HALLAZGO.
           PERFORM ESCRIBIR-HALLAZGO THRU ESCRIBIR-HALLAZGO-FIN.
           ADD 1 TO TOTAL-MISMO-OPERADOR.

       REVISAR-CUENTA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-FIN.
           IF CUENTA-AFECTADA = 0
               GO TO REVISAR-TURNO.

           MOVE CUENTA-AFECTADA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO REVISAR-VINCULADA.
           IF OP-NIF = SPACES OR CTA-NIF NOT = OP-NIF
               GO TO REVISAR-VINCULADA.

           MOVE "CUENTA PROPIA" TO HALLAZGO.
           MOVE SPACES TO DETALLE-HALLAZGO.
           STRING "cuenta " CUENTA-AFECTADA " NIF " OP-NIF
               DELIMITED BY SIZE INTO DETALLE-HALLAZGO.
           PERFORM ESCRIBIR-HALLAZGO THRU ESCRIBIR-HALLAZGO-FIN.
           ADD 1 TO TOTAL-CUENTA-PROPIA.
           GO TO REVISAR-TURNO.

       REVISAR-VINCULADA.
           MOVE ACT-OPERADOR    TO VIN-OPERADOR.
           MOVE CUENTA-AFECTADA TO VIN-CUENTA.
           READ F-VINCULADAS INVALID KEY
               GO TO REVISAR-TURNO.

           MOVE "CUENTA VINCULADA" TO HALLAZGO.
           MOVE SPACES TO DETALLE-HALLAZGO.
           STRING "cuenta " CUENTA-AFECTADA " relacion "
               VIN-RELACION
               DELIMITED BY SIZE INTO DETALLE-HALLAZGO.
           PERFORM ESCRIBIR-HALLAZGO THRU ESCRIBIR-HALLAZGO-FIN.
           ADD 1 TO TOTAL-CUENTA-VINCULADA.

       REVISAR-TURNO.
           MOVE OP-TURNO-INICIO TO TURNO-INICIO.
           MOVE OP-TURNO-FIN    TO TURNO-FIN.
           IF TURNO-INICIO = TURNO-FIN
               MOVE TURNO-GENERAL-INICIO TO TURNO-INICIO
               MOVE TURNO-GENERAL-FIN    TO TURNO-FIN.
           IF TURNO-INICIO = TURNO-FIN
               GO TO REVISAR-ACCION-FIN.

           COMPUTE HORA-ACCION = (AUD-HOR * 100) + AUD-MIN.
           MOVE 0 TO FUERA-TURNO.
      * Un turno cuyo fin es anterior al inicio cruza la medianoche.
           IF TURNO-INICIO < TURNO-FIN
               IF HORA-ACCION < TURNO-INICIO
                  OR HORA-ACCION NOT < TURNO-FIN
                   MOVE 1 TO FUERA-TURNO
               END-IF
           ELSE
               IF HORA-ACCION NOT < TURNO-FIN
                  AND HORA-ACCION < TURNO-INICIO
                   MOVE 1 TO FUERA-TURNO
               END-IF
           END-IF.
           IF FUERA-TURNO = 0
               GO TO REVISAR-ACCION-FIN.

           MOVE "FUERA DE TURNO" TO HALLAZGO.
           MOVE SPACES TO DETALLE-HALLAZGO.
           STRING "turno " TURNO-INICIO "-" TURNO-FIN
               DELIMITED BY SIZE INTO DETALLE-HALLAZGO.
           PERFORM ESCRIBIR-HALLAZGO THRU ESCRIBIR-HALLAZGO-FIN.
           ADD 1 TO TOTAL-FUERA-TURNO.

       REVISAR-ACCION-FIN.
           EXIT.

      * Cuenta sobre la que recae la accion.  En BANK14 la clave es
      * el movimiento; en el resto, una clave de 16 cifras se toma
      * como tarjeta y, si no lo es, como cuenta.
       RESOLVER-CUENTA.
           MOVE 0 TO CUENTA-AFECTADA.
           MOVE 0 TO TARJETA-AFECTADA.

           IF ACT-PROGRAMA = "BANK14"
               IF ACT-CLAVE IS NOT NUMERIC
                   GO TO RESOLVER-CUENTA-FIN
               END-IF
               MOVE ACT-CLAVE TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY
                   GO TO RESOLVER-CUENTA-FIN
               END-READ
               MOVE MOV-TARJETA TO TARJETA-AFECTADA
               GO TO RESOLVER-TARJETA.

           IF ACT-CLAVE(1:16) IS NOT NUMERIC
              OR ACT-CLAVE(17:19) NOT = SPACES
               GO TO RESOLVER-CUENTA-FIN.
           MOVE ACT-CLAVE(1:16) TO TARJETA-AFECTADA.

       RESOLVER-TARJETA.
           MOVE TARJETA-AFECTADA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO RESOLVER-COMO-CUENTA.
           MOVE CTA-ID-C TO CUENTA-AFECTADA.
           GO TO RESOLVER-CUENTA-FIN.

       RESOLVER-COMO-CUENTA.
           IF ACT-PROGRAMA = "BANK14"
               GO TO RESOLVER-CUENTA-FIN.
           MOVE TARJETA-AFECTADA TO CUENTA-ID.
           READ CUENTAS INVALID KEY
               GO TO RESOLVER-CUENTA-FIN.
           MOVE CUENTA-ID TO CUENTA-AFECTADA.

       RESOLVER-CUENTA-FIN.
           EXIT.

       ESCRIBIR-HALLAZGO.
           MOVE SPACES TO LINEA-INFORME.
           STRING AUD-DIA "-" AUD-MES "-" AUD-ANO " "
               AUD-HOR ":" AUD-MIN " " ACT-OPERADOR " " OP-OFICINA " "
               ACT-PROGRAMA " " ACT-ACCION " " ACT-CLAVE " "
               HALLAZGO " " DETALLE-HALLAZGO
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-HALLAZGO-FIN.
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

       FIN-ERROR.
           MOVE "BATCHSOD"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSAU=" FSAU " " "FSOP=" FSOP " " "FSSO=" FSSO " "
               "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
