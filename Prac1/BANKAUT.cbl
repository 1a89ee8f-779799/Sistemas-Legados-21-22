       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUTORIZADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-CLAVE
           ALTERNATE RECORD KEY IS AUT-TARJETA WITH DUPLICATES
           FILE STATUS IS FSAT.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.


       DATA DIVISION.
       FILE SECTION.
      * Personas autorizadas y apoderados de una cuenta que no son
      * titulares.  Alcance C solo consultas, P pagos hasta un
      * importe por operacion, T total.  Estado A vigente, R revocada.
      * La tarjeta emitida al autorizado queda enlazada aunque se
      * revoque, para que no opere como si fuera del titular.
       FD F-AUTORIZADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autorizados.ubd".
       01 AUTORIZADO-REG.
           02 AUT-CLAVE.
               03 AUT-CUENTA        PIC 9(16).
               03 AUT-NUM           PIC  9(3).
           02 AUT-NIF               PIC  X(9).
           02 AUT-NOMBRE            PIC X(30).
           02 AUT-ALCANCE           PIC  X(1).
           02 AUT-LIMITE-CENT       PIC S9(11).
           02 AUT-FECHA-DESDE       PIC  9(8).
           02 AUT-FECHA-HASTA       PIC  9(8).
           02 AUT-DOCUMENTO         PIC X(20).
           02 AUT-TARJETA           PIC 9(16).
           02 AUT-OPERADOR          PIC  9(4).
           02 AUT-ESTADO            PIC  X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSAT                     PIC  X(2).
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

       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

       LINKAGE SECTION.
      * AUTC-IMPORTE-CENT: importe del cargo que se va a hacer.
      * AUTC-RESULTADO: N la tarjeta es del titular, O permitido,
      * C autorizado solo para consultas, U supera el importe
      * autorizado, V autorizacion fuera de vigencia o revocada.
       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).

      * Alcance de la tarjeta de un autorizado sobre los cargos de la
      * cuenta.  Las tarjetas de los titulares no tienen registro en
      * autorizados.ubd y operan sin esta restriccion.
       PROCEDURE DIVISION USING DATOS-AUTORIZADO.
       INICIO.
           MOVE "N" TO AUTC-RESULTADO.
           MOVE 0 TO AUTC-LIMITE-CENT.

           IF AUTC-TARJETA = 0
               GO TO SALIR.

           OPEN INPUT F-AUTORIZADOS.
           IF FSAT <> 00
               CLOSE F-AUTORIZADOS
               GO TO SALIR.

           MOVE AUTC-TARJETA TO AUT-TARJETA.
           START F-AUTORIZADOS KEY IS = AUT-TARJETA
               INVALID KEY
               CLOSE F-AUTORIZADOS
               GO TO SALIR.
           READ F-AUTORIZADOS NEXT RECORD AT END
               CLOSE F-AUTORIZADOS
               GO TO SALIR.
           CLOSE F-AUTORIZADOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           IF AUT-ESTADO NOT = "A"
              OR FECHA-HOY-AAAAMMDD < AUT-FECHA-DESDE
               MOVE "V" TO AUTC-RESULTADO
               GO TO SALIR.
           IF AUT-FECHA-HASTA NOT = 0
              AND FECHA-HOY-AAAAMMDD > AUT-FECHA-HASTA
               MOVE "V" TO AUTC-RESULTADO
               GO TO SALIR.

           IF AUT-ALCANCE = "C"
               MOVE "C" TO AUTC-RESULTADO
               GO TO SALIR.

           MOVE "O" TO AUTC-RESULTADO.
           IF AUT-ALCANCE = "P"
               MOVE AUT-LIMITE-CENT TO AUTC-LIMITE-CENT
               IF AUTC-IMPORTE-CENT > AUT-LIMITE-CENT
                   MOVE "U" TO AUTC-RESULTADO.
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
