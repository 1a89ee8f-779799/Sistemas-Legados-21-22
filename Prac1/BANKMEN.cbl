       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MENORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CUENTA
           ALTERNATE RECORD KEY IS MEN-CUENTA-TUTOR WITH DUPLICATES
           FILE STATUS IS FSMN.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-EVENTOSAVISO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-NUM
           FILE STATUS IS FSEV.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Cuentas de menores ligadas a la cuenta de su tutor.  Los topes
      * van en centimos (0 = sin tope).  Los permisos son S o N por
      * opcion del cajero.  Estado A activa, C convertida en cuenta
      * normal al cumplir el titular la mayoria de edad.
       FD F-MENORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "menores.ubd".
       01 MENOR-REG.
           02 MEN-CUENTA            PIC 9(16).
           02 MEN-CUENTA-TUTOR      PIC 9(16).
           02 MEN-TOPE-OPER-CENT    PIC S9(11).
           02 MEN-TOPE-DIA-CENT     PIC S9(11).
           02 MEN-UMBRAL-AVISO-CENT PIC S9(11).
           02 MEN-PERMISOS.
               03 MEN-PERM-RETIRADA PIC  X(1).
               03 MEN-PERM-TRF      PIC  X(1).
               03 MEN-PERM-IBAN     PIC  X(1).
               03 MEN-PERM-ENTRADAS PIC  X(1).
               03 MEN-PERM-PLAZOS   PIC  X(1).
               03 MEN-PERM-PAGOS    PIC  X(1).
           02 MEN-FECHA-ALTA        PIC  9(8).
           02 MEN-FECHA-BAJA        PIC  9(8).
           02 MEN-OPERADOR          PIC  9(4).
           02 MEN-ESTADO            PIC  X(1).

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
           02 MOV-ESTADO           PIC   X(1).
           02 MOV-MONEDA           PIC   X(3).
           02 MOV-TERMINAL         PIC   9(4).
           02 MOV-CANAL             PIC   X(3).
           02 MOV-CATEGORIA         PIC   X(3).

       FD F-EVENTOSAVISO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "eventosaviso.ubd".
       01 EVENTOAVISO-REG.
           02 EVT-NUM               PIC  9(10).
           02 EVT-TARJETA           PIC  9(16).
           02 EVT-TIPO              PIC  X(3).
           02 EVT-TEXTO             PIC  X(60).
           02 EVT-ANO               PIC  9(4).
           02 EVT-MES               PIC  9(2).
           02 EVT-DIA               PIC  9(2).
           02 EVT-HOR               PIC  9(2).
           02 EVT-MIN               PIC  9(2).
           02 EVT-SEG               PIC  9(2).
           02 EVT-ENVIADO           PIC  X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSMN                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSEV                     PIC  X(2).
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

       77 CUENTA-MENOR             PIC 9(16).
       77 TARJETA-TUTOR            PIC 9(16).
       77 PERMISO-OPCION           PIC  X(1).
       77 ACUMULADO-DIA-CENT       PIC S9(11).
       77 MOV-CENT                 PIC S9(11).
       77 LAST-EVT-NUM             PIC  9(10).
       77 AVISO-TEXTO              PIC X(60).
       77 IMPORTE-AVISO-ED         PIC ZZZZZZ9.99.

       LINKAGE SECTION.
      * MENC-OPERACION: P solo permiso de la opcion, I permiso y topes
      * de un cargo, A aviso al tutor de un movimiento ya hecho.
      * MENC-OPCION: RET retirada, TRF transferencia interna, IBN
      * transferencia IBAN, ENT entradas, PLZ pago a plazos, PAG
      * recibos, recargas y envios.
      * MENC-RESULTADO: N la cuenta no es de menor, O permitido,
      * P opcion no permitida por el tutor, U supera el tope por
      * operacion, D supera el tope diario.
       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

      * Controles del tutor sobre la cuenta de un menor.  Las cuentas
      * sin registro activo en menores.ubd operan sin restriccion.
       PROCEDURE DIVISION USING DATOS-MENOR.
       INICIO.
           MOVE "N" TO MENC-RESULTADO.

           IF MENC-TARJETA = 0
               GO TO SALIR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SALIR.

           MOVE MENC-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO SALIR.
           MOVE CTA-ID-C TO CUENTA-MENOR.
           CLOSE TARJETAS.

           IF CUENTA-MENOR = 0
               GO TO SALIR.

           OPEN INPUT F-MENORES.
           IF FSMN <> 00
               CLOSE F-MENORES
               GO TO SALIR.

           MOVE CUENTA-MENOR TO MEN-CUENTA.
           READ F-MENORES INVALID KEY
               CLOSE F-MENORES
               GO TO SALIR.
           CLOSE F-MENORES.

           IF MEN-ESTADO NOT = "A"
               GO TO SALIR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.

           MOVE "O" TO MENC-RESULTADO.
           IF MENC-OPERACION = "A"
               GO TO AVISAR-TUTOR.

           PERFORM BUSCAR-PERMISO THRU BUSCAR-PERMISO-FIN.
           IF PERMISO-OPCION NOT = "S"
               MOVE "P" TO MENC-RESULTADO
               GO TO SALIR.

           IF MENC-OPERACION NOT = "I"
               GO TO SALIR.

           IF MEN-TOPE-OPER-CENT > 0
              AND MENC-IMPORTE-CENT > MEN-TOPE-OPER-CENT
               MOVE "U" TO MENC-RESULTADO
               GO TO SALIR.

           IF MEN-TOPE-DIA-CENT = 0
               GO TO SALIR.

           PERFORM SUMAR-CARGOS-DIA THRU SUMAR-CARGOS-DIA-FIN.
           IF ACUMULADO-DIA-CENT + MENC-IMPORTE-CENT
                   > MEN-TOPE-DIA-CENT
               MOVE "D" TO MENC-RESULTADO.
           GO TO SALIR.

      * Las opciones que no dependen del tutor quedan siempre abiertas.
       BUSCAR-PERMISO.
           MOVE "S" TO PERMISO-OPCION.
           IF MENC-OPCION = "RET"
               MOVE MEN-PERM-RETIRADA TO PERMISO-OPCION.
           IF MENC-OPCION = "TRF"
               MOVE MEN-PERM-TRF TO PERMISO-OPCION.
           IF MENC-OPCION = "IBN"
               MOVE MEN-PERM-IBAN TO PERMISO-OPCION.
           IF MENC-OPCION = "ENT"
               MOVE MEN-PERM-ENTRADAS TO PERMISO-OPCION.
           IF MENC-OPCION = "PLZ"
               MOVE MEN-PERM-PLAZOS TO PERMISO-OPCION.
           IF MENC-OPCION = "PAG"
               MOVE MEN-PERM-PAGOS TO PERMISO-OPCION.

       BUSCAR-PERMISO-FIN.
           EXIT.

      * Cargos del dia contable hechos con la tarjeta, de cualquier
      * tipo de operacion.
       SUMAR-CARGOS-DIA.
           MOVE 0 TO ACUMULADO-DIA-CENT.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIMIENTOS
               GO TO SUMAR-CARGOS-DIA-FIN.

           MOVE MENC-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS EQUAL MOV-TARJETA INVALID KEY
               CLOSE F-MOVIMIENTOS
               GO TO SUMAR-CARGOS-DIA-FIN.

       LEER-CARGO-DIA.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO CARGOS-DIA-SUMADOS.
           IF MOV-TARJETA NOT = MENC-TARJETA
               GO TO CARGOS-DIA-SUMADOS.
           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
                   OR MOV-DIA NOT = DIA
               GO TO LEER-CARGO-DIA.
           COMPUTE MOV-CENT = (MOV-IMPORTE-ENT * 100).
           IF MOV-CENT < 0
               COMPUTE MOV-CENT = MOV-CENT - MOV-IMPORTE-DEC
               SUBTRACT MOV-CENT FROM ACUMULADO-DIA-CENT.
           GO TO LEER-CARGO-DIA.

       CARGOS-DIA-SUMADOS.
           CLOSE F-MOVIMIENTOS.

       SUMAR-CARGOS-DIA-FIN.
           EXIT.

      * Movimientos del menor por encima del umbral fijado por el
      * tutor: el aviso se encola a nombre de la primera tarjeta de la
      * cuenta del tutor para el lote de notificaciones.
       AVISAR-TUTOR.
           IF MEN-UMBRAL-AVISO-CENT = 0
               GO TO SALIR.
           IF MENC-IMPORTE-CENT < MEN-UMBRAL-AVISO-CENT
               GO TO SALIR.

           MOVE 0 TO TARJETA-TUTOR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SALIR.

           MOVE MEN-CUENTA-TUTOR TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY
               CLOSE TARJETAS
               GO TO SALIR.
           READ TARJETAS NEXT RECORD AT END
               CLOSE TARJETAS
               GO TO SALIR.
           IF CTA-ID-C = MEN-CUENTA-TUTOR
               MOVE TNUM-C TO TARJETA-TUTOR.
           CLOSE TARJETAS.

           IF TARJETA-TUTOR = 0
               GO TO SALIR.

           COMPUTE IMPORTE-AVISO-ED = MENC-IMPORTE-CENT / 100.
           MOVE SPACES TO AVISO-TEXTO.
           STRING "Menor " MENC-TARJETA " " MENC-OPCION " de "
               IMPORTE-AVISO-ED " EUR"
               DELIMITED BY SIZE INTO AVISO-TEXTO.

           OPEN I-O F-EVENTOSAVISO.
           IF FSEV = 35
               CLOSE F-EVENTOSAVISO
               OPEN OUTPUT F-EVENTOSAVISO
               CLOSE F-EVENTOSAVISO
               OPEN I-O F-EVENTOSAVISO.
           IF FSEV <> 00 AND 05
               GO TO SALIR.

           MOVE 0 TO LAST-EVT-NUM.

       LEER-EVENTO-MAX.
           READ F-EVENTOSAVISO NEXT RECORD AT END
               GO TO ESCRIBIR-EVENTO.
           IF EVT-NUM > LAST-EVT-NUM
               MOVE EVT-NUM TO LAST-EVT-NUM.
           GO TO LEER-EVENTO-MAX.

       ESCRIBIR-EVENTO.
           ADD 1 TO LAST-EVT-NUM.
           MOVE LAST-EVT-NUM  TO EVT-NUM.
           MOVE TARJETA-TUTOR TO EVT-TARJETA.
           MOVE "MEN"         TO EVT-TIPO.
           MOVE AVISO-TEXTO   TO EVT-TEXTO.
           MOVE ANO           TO EVT-ANO.
           MOVE MES           TO EVT-MES.
           MOVE DIA           TO EVT-DIA.
           MOVE HORAS         TO EVT-HOR.
           MOVE MINUTOS       TO EVT-MIN.
           MOVE SEGUNDOS      TO EVT-SEG.
           MOVE "N"           TO EVT-ENVIADO.

           WRITE EVENTOAVISO-REG INVALID KEY CONTINUE.
           CLOSE F-EVENTOSAVISO.
           GO TO SALIR.

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

       SALIR.
           EXIT PROGRAM.
