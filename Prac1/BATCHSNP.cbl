       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSNP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LOTECTRL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTE-CTRL-ID
           FILE STATUS IS FSLC.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSSA.

           SELECT OPTIONAL F-SALDOSFOTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SFT-TARJETA
           FILE STATUS IS FSSF.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM-C
           ALTERNATE RECORD KEY IS CTA-ID-C WITH DUPLICATES
           FILE STATUS IS FST.

           SELECT OPTIONAL CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA-ID
           FILE STATUS IS FSU.

           SELECT OPTIONAL F-HUCHAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HUCHA-NUM
           ALTERNATE RECORD KEY IS HUCHA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSHU.

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
      * Control de la ventana del lote nocturno.  LOTE-ESTADO: F foto
      * de saldos en curso, A ventana abierta (los cajeros retiran en
      * modo diferido contra la foto), C cerrada (servicio normal).
      * LOTE-FECHA es la fecha contable que cierra el lote y
      * LOTE-LIMITE-CENT el tope por tarjeta durante la ventana.
       FD F-LOTECTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "lotectrl.ubd".
       01 LOTECTRL-REG.
           02 LOTE-CTRL-ID          PIC X(10).
           02 LOTE-ESTADO           PIC  X(1).
           02 LOTE-FECHA            PIC  9(8).
           02 LOTE-HORA-INI         PIC  9(6).
           02 LOTE-LIMITE-CENT      PIC  9(9).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA           PIC 9(16).
           02 SAL-CENT              PIC S9(11).

      * Foto de saldos al arrancar el lote.  SFT-DISPONIBLE-CENT es
      * lo que se podia disponer en ese momento (saldo y descubierto,
      * menos huchas y retencion por embargo); SFT-RETIRADO-CENT lo
      * que ya se ha retirado en diferido durante la ventana.  Las
      * tarjetas de credito y las de cuentas cerradas quedan con
      * SFT-OPERABLE a N.
       FD F-SALDOSFOTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosfoto.ubd".
       01 SALDOFOTO-REG.
           02 SFT-TARJETA           PIC 9(16).
           02 SFT-SALDO-CENT        PIC S9(11).
           02 SFT-DISPONIBLE-CENT   PIC S9(11).
           02 SFT-RETIRADO-CENT     PIC S9(11).
           02 SFT-OPERABLE          PIC  X(1).

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

       FD F-HUCHAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "huchas.ubd".
       01 HUCHA-REG.
           02 HUCHA-NUM             PIC  9(10).
           02 HUCHA-TARJETA         PIC 9(16).
           02 HUCHA-NOMBRE          PIC  X(20).
           02 HUCHA-CENT            PIC S9(11).
           02 HUCHA-ESTADO          PIC   X(1).

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
       77 FSLC                     PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSSF                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSHU                     PIC  X(2).
       77 FSPA                     PIC  X(2).
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
       77 HORA-INICIO              PIC  9(6).
       77 SAFLIMITE-DEFECTO        PIC  9(9) VALUE 150.
       77 LIMITE-VENTANA-CENT      PIC  9(9).
       77 SOBREGIRO-CENT           PIC S9(11).
       77 RESERVA-HUCHAS-CENT      PIC S9(11).

       77 TOTAL-TARJETAS           PIC  9(7) VALUE 0.
       77 TOTAL-OPERABLES          PIC  9(7) VALUE 0.
       77 TOTAL-NO-OPERABLES       PIC  9(7) VALUE 0.

       01 DATOS-EMBARGO.
           02 EMBC-TARJETA              PIC 9(16).
           02 EMBC-RESULTADO            PIC  X(1).
           02 EMBC-PENDIENTE-CENT       PIC S9(11).
           02 EMBC-RETENIDO-CUENTA-CENT PIC S9(11).
           02 EMBC-RETENIDO-CENT        PIC S9(11).

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).


      * Primer paso de la cadena nocturna: saca una foto de los
      * saldos y abre la ventana del lote.  Mientras la ventana esta
      * abierta los cajeros solo ofrecen retirada de efectivo, que se
      * autoriza contra la foto con un tope menor y queda anotada en
      * pendientesaf.ubd; BATCHSAF la aplica despues del corte.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHSNP - Foto de saldos y apertura de ventana".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE HORA(1:6) TO HORA-INICIO.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           PERFORM LEER-LIMITE-VENTANA THRU LEER-LIMITE-VENTANA-FIN.

           OPEN I-O F-LOTECTRL.
           IF FSLC = 35
               CLOSE F-LOTECTRL
               OPEN OUTPUT F-LOTECTRL
               CLOSE F-LOTECTRL
               OPEN I-O F-LOTECTRL.
           IF FSLC <> 00 AND 05
               DISPLAY "BATCHSNP: error abriendo lotectrl.ubd, FSLC="
                   FSLC
               GO TO FIN-ERROR.

           MOVE "LOTE" TO LOTE-CTRL-ID.
           READ F-LOTECTRL INVALID KEY
               MOVE "C" TO LOTE-ESTADO
               MOVE 0   TO LOTE-FECHA
               MOVE 0   TO LOTE-HORA-INI
               MOVE 0   TO LOTE-LIMITE-CENT
               WRITE LOTECTRL-REG INVALID KEY GO TO FIN-ERROR.

      * Si se relanza la cadena del mismo dia se conserva la foto y
      * lo ya retirado contra ella.  Una ventana de otro dia sin
      * cerrar quiere decir que BATCHSAF no ha aplicado aun sus
      * retiradas: no se rehace la foto sin ellas.
           IF LOTE-ESTADO = "A" AND LOTE-FECHA = FECHA-HOY-AAAAMMDD
               DISPLAY "BATCHSNP: ventana ya abierta para "
                   LOTE-FECHA ", se conserva la foto"
               CLOSE F-LOTECTRL
               STOP RUN.
           IF LOTE-ESTADO = "A"
               DISPLAY "BATCHSNP: ventana del " LOTE-FECHA
                   " sin cerrar, lance antes BATCHSAF"
               CLOSE F-LOTECTRL
               GO TO FIN-ERROR.

      * Mientras se saca la foto los cajeros ya no cargan en vivo
      * pero tampoco autorizan en diferido.
           MOVE "F"                 TO LOTE-ESTADO.
           MOVE FECHA-HOY-AAAAMMDD  TO LOTE-FECHA.
           MOVE HORA-INICIO         TO LOTE-HORA-INI.
           MOVE LIMITE-VENTANA-CENT TO LOTE-LIMITE-CENT.
           REWRITE LOTECTRL-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-LOTECTRL.

           OPEN INPUT F-SALDOS.
           IF FSSA <> 00 AND 05
               DISPLAY "BATCHSNP: error abriendo saldos.ubd, FSSA="
                   FSSA
               GO TO FIN-ERROR.

           OPEN OUTPUT F-SALDOSFOTO.
           IF FSSF <> 00
               DISPLAY "BATCHSNP: error abriendo saldosfoto.ubd, FSSF="
                   FSSF
               CLOSE F-SALDOS
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHSNP: error abriendo tarjetas.ubd, FST="
                   FST
               CLOSE F-SALDOS
               CLOSE F-SALDOSFOTO
               GO TO FIN-ERROR.

           OPEN INPUT CUENTAS.
           OPEN INPUT F-HUCHAS.

       LEER-SALDO.
           READ F-SALDOS NEXT RECORD AT END
               GO TO FIN-SALDOS.
           ADD 1 TO TOTAL-TARJETAS.

           PERFORM FOTOGRAFIAR-SALDO THRU FOTOGRAFIAR-SALDO-FIN.
           GO TO LEER-SALDO.

       FIN-SALDOS.
           CLOSE F-SALDOS.
           CLOSE F-SALDOSFOTO.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           CLOSE F-HUCHAS.

           OPEN I-O F-LOTECTRL.
           IF FSLC <> 00
               GO TO FIN-ERROR.
           MOVE "LOTE" TO LOTE-CTRL-ID.
           READ F-LOTECTRL INVALID KEY GO TO FIN-ERROR.
           MOVE "A" TO LOTE-ESTADO.
           REWRITE LOTECTRL-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-LOTECTRL.

           DISPLAY "BATCHSNP: fecha del lote        : "
               FECHA-HOY-AAAAMMDD.
           DISPLAY "BATCHSNP: tope por tarjeta cent.: "
               LIMITE-VENTANA-CENT.
           DISPLAY "BATCHSNP: tarjetas en la foto   : " TOTAL-TARJETAS.
           DISPLAY "BATCHSNP: operables en diferido : "
               TOTAL-OPERABLES.
           DISPLAY "BATCHSNP: no operables          : "
               TOTAL-NO-OPERABLES.
           DISPLAY "BATCHSNP: ventana del lote abierta".
           STOP RUN.

       FOTOGRAFIAR-SALDO.
           MOVE SAL-TARJETA TO SFT-TARJETA.
           MOVE SAL-CENT    TO SFT-SALDO-CENT.
           MOVE 0           TO SFT-DISPONIBLE-CENT.
           MOVE 0           TO SFT-RETIRADO-CENT.
           MOVE "N"         TO SFT-OPERABLE.
           MOVE 0           TO SOBREGIRO-CENT.

           MOVE SAL-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               GO TO ESCRIBIR-FOTO.

      * Las tarjetas de credito disponen contra el credito del
      * ciclo, que no se puede cargar fuera de linea.
           MOVE SAL-TARJETA TO CRE-TARJETA.
           MOVE "C"         TO CRE-OPERACION.
           MOVE 0           TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
               GO TO ESCRIBIR-FOTO.

           IF CTA-ID-C NOT = 0
               MOVE CTA-ID-C TO CUENTA-ID
               READ CUENTAS INVALID KEY
                   MOVE "A" TO CTA-ESTADO
                   MOVE 0   TO CTA-SOBREG-ENT
                   MOVE 0   TO CTA-SOBREG-DEC
               END-READ
               IF CTA-ESTADO = "X"
                   GO TO ESCRIBIR-FOTO
               END-IF
               COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                   + CTA-SOBREG-DEC
           END-IF.

           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.

           MOVE SAL-TARJETA TO EMBC-TARJETA.
           CALL "BANKEMB" USING DATOS-EMBARGO.
           IF EMBC-RESULTADO NOT = "O"
               MOVE 0 TO EMBC-RETENIDO-CENT.

           COMPUTE SFT-DISPONIBLE-CENT = SAL-CENT + SOBREGIRO-CENT
               - RESERVA-HUCHAS-CENT - EMBC-RETENIDO-CENT.
           IF SFT-DISPONIBLE-CENT < 0
               MOVE 0 TO SFT-DISPONIBLE-CENT.
           MOVE "S" TO SFT-OPERABLE.

       ESCRIBIR-FOTO.
           IF SFT-OPERABLE = "S"
               ADD 1 TO TOTAL-OPERABLES
           ELSE
               ADD 1 TO TOTAL-NO-OPERABLES.
           WRITE SALDOFOTO-REG INVALID KEY
               DISPLAY "BATCHSNP: tarjeta duplicada en la foto "
                   SFT-TARJETA.

       FOTOGRAFIAR-SALDO-FIN.
           EXIT.

       SUMAR-HUCHAS.
           MOVE 0 TO RESERVA-HUCHAS-CENT.
           IF FSHU <> 00
               GO TO SUMAR-HUCHAS-FIN.

           MOVE SAL-TARJETA TO HUCHA-TARJETA.
           START F-HUCHAS KEY IS = HUCHA-TARJETA
               INVALID KEY GO TO SUMAR-HUCHAS-FIN.

       LEER-HUCHA-RESERVA.
           READ F-HUCHAS NEXT RECORD AT END
               GO TO SUMAR-HUCHAS-FIN.
           IF HUCHA-TARJETA NOT = SAL-TARJETA
               GO TO SUMAR-HUCHAS-FIN.
           IF HUCHA-ESTADO = "A"
               ADD HUCHA-CENT TO RESERVA-HUCHAS-CENT.
           GO TO LEER-HUCHA-RESERVA.

       SUMAR-HUCHAS-FIN.
           EXIT.

      * Tope por tarjeta durante la ventana, en euros; sin parametro
      * se aplica el de la casa.
       LEER-LIMITE-VENTANA.
           COMPUTE LIMITE-VENTANA-CENT = SAFLIMITE-DEFECTO * 100.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-LIMITE-VENTANA-FIN.

           MOVE "SAFLIMITE" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-LIMITE-VENTANA-FIN.

           IF PAR-VALOR > 0
               COMPUTE LIMITE-VENTANA-CENT = PAR-VALOR * 100.
           CLOSE F-PARAMETROS.

       LEER-LIMITE-VENTANA-FIN.
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
           MOVE "BATCHSNP"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSLC=" FSLC " " "FSSA=" FSSA " " "FSSF=" FSSF " "
               "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
