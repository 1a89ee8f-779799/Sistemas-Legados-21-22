       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEMB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-NUM
           ALTERNATE RECORD KEY IS EMB-CUENTA WITH DUPLICATES
           FILE STATUS IS FSEM.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.


       DATA DIVISION.
       FILE SECTION.
      * Ordenes de embargo judiciales o administrativas sobre una
      * cuenta.  Estado A activa, C cumplida, L levantada.
       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
           02 EMB-NUM               PIC  9(10).
           02 EMB-CUENTA            PIC 9(16).
           02 EMB-AUTORIDAD         PIC X(30).
           02 EMB-REFERENCIA        PIC X(20).
           02 EMB-ORDENADO-CENT     PIC S9(11).
           02 EMB-RETENIDO-CENT     PIC S9(11).
           02 EMB-FECHA-ALTA        PIC   9(8).
           02 EMB-FECHA-BAJA        PIC   9(8).
           02 EMB-OPERADOR          PIC   9(4).
           02 EMB-ESTADO            PIC   X(1).

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

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).


       WORKING-STORAGE SECTION.
       77 FSEM                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSPA                     PIC  X(2).

      * Importe inembargable: el salario minimo interprofesional
      * mensual queda siempre a disposicion del titular.  Sale de
      * parametros (EMBSMI, en centimos; 113400 si no esta).
       77 EMB-SMI-CENT             PIC S9(11).
       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

       77 CUENTA-EMBARGO           PIC 9(16).
       77 SALDO-CUENTA-CENT        PIC S9(11).
       77 SALDO-TARJETA-CENT       PIC S9(11).
       77 LIBRE-CUENTA-CENT        PIC S9(11).

       LINKAGE SECTION.
      * EMBC-RESULTADO: N sin embargo activo, O con embargo.
      * EMBC-PENDIENTE-CENT: lo que falta por retener de todas las
      * ordenes activas de la cuenta.  EMBC-RETENIDO-CUENTA-CENT:
      * parte del saldo de la cuenta inmovilizada por encima del
      * minimo inembargable.  EMBC-RETENIDO-CENT: parte que no puede
      * disponerse desde la tarjeta consultada.
       01 DATOS-EMBARGO.
           02 EMBC-TARJETA              PIC 9(16).
           02 EMBC-RESULTADO            PIC  X(1).
           02 EMBC-PENDIENTE-CENT       PIC S9(11).
           02 EMBC-RETENIDO-CUENTA-CENT PIC S9(11).
           02 EMBC-RETENIDO-CENT        PIC S9(11).

      * Retencion por embargo.  Del saldo conjunto de las tarjetas de
      * la cuenta se inmoviliza lo que exceda del minimo inembargable
      * hasta cubrir lo pendiente de las ordenes activas; cada tarjeta
      * solo puede disponer de su saldo dentro de lo que queda libre.
       PROCEDURE DIVISION USING DATOS-EMBARGO.
       INICIO.
           MOVE "N" TO EMBC-RESULTADO.
           MOVE 0 TO EMBC-PENDIENTE-CENT.
           MOVE 0 TO EMBC-RETENIDO-CUENTA-CENT.
           MOVE 0 TO EMBC-RETENIDO-CENT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SALIR.

           MOVE EMBC-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO SALIR.
           MOVE CTA-ID-C TO CUENTA-EMBARGO.
           CLOSE TARJETAS.

           IF CUENTA-EMBARGO = 0
               GO TO SALIR.

           OPEN INPUT F-EMBARGOS.
           IF FSEM <> 00
               CLOSE F-EMBARGOS
               GO TO SALIR.

           MOVE CUENTA-EMBARGO TO EMB-CUENTA.
           START F-EMBARGOS KEY IS = EMB-CUENTA
               INVALID KEY
               CLOSE F-EMBARGOS
               GO TO SALIR.

       LEER-EMBARGO.
           READ F-EMBARGOS NEXT RECORD AT END
               GO TO EMBARGOS-SUMADOS.
           IF EMB-CUENTA NOT = CUENTA-EMBARGO
               GO TO EMBARGOS-SUMADOS.
           IF EMB-ESTADO = "A"
               COMPUTE EMBC-PENDIENTE-CENT = EMBC-PENDIENTE-CENT
                   + EMB-ORDENADO-CENT - EMB-RETENIDO-CENT.
           GO TO LEER-EMBARGO.

       EMBARGOS-SUMADOS.
           CLOSE F-EMBARGOS.

           IF EMBC-PENDIENTE-CENT NOT > 0
               MOVE 0 TO EMBC-PENDIENTE-CENT
               GO TO SALIR.

           MOVE "O" TO EMBC-RESULTADO.
           MOVE "EMBSMI" TO PARAM-BUSCADO.
           MOVE 113400 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO EMB-SMI-CENT.
           PERFORM SUMAR-SALDOS-CUENTA THRU SUMAR-SALDOS-CUENTA-FIN.

           COMPUTE EMBC-RETENIDO-CUENTA-CENT =
               SALDO-CUENTA-CENT - EMB-SMI-CENT.
           IF EMBC-RETENIDO-CUENTA-CENT < 0
               MOVE 0 TO EMBC-RETENIDO-CUENTA-CENT.
           IF EMBC-RETENIDO-CUENTA-CENT > EMBC-PENDIENTE-CENT
               MOVE EMBC-PENDIENTE-CENT TO EMBC-RETENIDO-CUENTA-CENT.

           COMPUTE LIBRE-CUENTA-CENT =
               SALDO-CUENTA-CENT - EMBC-RETENIDO-CUENTA-CENT.
           IF SALDO-TARJETA-CENT > LIBRE-CUENTA-CENT
               COMPUTE EMBC-RETENIDO-CENT =
                   SALDO-TARJETA-CENT - LIBRE-CUENTA-CENT.
           GO TO SALIR.

      * Saldo conjunto de las tarjetas de la cuenta segun el maestro
      * de saldos, y el de la tarjeta consultada.
       SUMAR-SALDOS-CUENTA.
           MOVE 0 TO SALDO-CUENTA-CENT.
           MOVE 0 TO SALDO-TARJETA-CENT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO SUMAR-SALDOS-CUENTA-FIN.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00
               CLOSE F-SALDOS
               CLOSE TARJETAS
               GO TO SUMAR-SALDOS-CUENTA-FIN.

           MOVE CUENTA-EMBARGO TO CTA-ID-C.
           START TARJETAS KEY IS = CTA-ID-C
               INVALID KEY GO TO SALDOS-SUMADOS.

       LEER-TARJETA-CUENTA.
           READ TARJETAS NEXT RECORD AT END GO TO SALDOS-SUMADOS.
           IF CTA-ID-C NOT = CUENTA-EMBARGO
               GO TO SALDOS-SUMADOS.

           MOVE TNUM-C TO SAL-TARJETA.
           READ F-SALDOS INVALID KEY
               GO TO LEER-TARJETA-CUENTA.
           ADD SAL-CENT TO SALDO-CUENTA-CENT.
           IF TNUM-C = EMBC-TARJETA
               MOVE SAL-CENT TO SALDO-TARJETA-CENT.
           GO TO LEER-TARJETA-CUENTA.

       SALDOS-SUMADOS.
           CLOSE F-SALDOS.
           CLOSE TARJETAS.

       SUMAR-SALDOS-CUENTA-FIN.
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

       SALIR.
           EXIT PROGRAM.
