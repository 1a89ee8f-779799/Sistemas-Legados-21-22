       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSAF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LOTECTRL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOTE-CTRL-ID
           FILE STATUS IS FSLC.

           SELECT OPTIONAL F-PENDIENTESAF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSF-NUM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSPS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
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
       FD F-LOTECTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "lotectrl.ubd".
       01 LOTECTRL-REG.
           02 LOTE-CTRL-ID          PIC X(10).
           02 LOTE-ESTADO           PIC  X(1).
           02 LOTE-FECHA            PIC  9(8).
           02 LOTE-HORA-INI         PIC  9(6).
           02 LOTE-LIMITE-CENT      PIC  9(9).

       FD F-PENDIENTESAF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pendientesaf.ubd".
       01 PENDIENTESAF-REG.
           02 PSF-NUM               PIC  9(10).
           02 PSF-TARJETA           PIC  9(16).
           02 PSF-TERMINAL          PIC   9(4).
           02 PSF-IMPORTE-CENT      PIC   9(9).
           02 PSF-FECHA             PIC   9(8).
           02 PSF-HORA              PIC   9(6).
           02 PSF-HORA-DESGLOSE REDEFINES PSF-HORA.
               03 PSF-HOR           PIC   9(2).
               03 PSF-MIN           PIC   9(2).
               03 PSF-SEG           PIC   9(2).
           02 PSF-FECHA-LOTE        PIC   9(8).
           02 PSF-MOV-NUM           PIC  9(35).
           02 PSF-MOV-CARGO         PIC  9(35).
           02 PSF-ESTADO            PIC   X(1).
           02 PSF-FECHA-APLIC       PIC   9(8).
           02 PSF-MOTIVO            PIC  X(30).

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

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
       01 CONTADOR-REG.
           02 CONT-ID               PIC X(10).
           02 CONT-VALOR            PIC 9(35).

       FD F-EXCEPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "excepcionessaf.txt".
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
       77 FSLC                     PIC  X(2).
       77 FSPS                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSEX                     PIC  X(2).
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
       77 LAST-MOV-NUM             PIC  9(35).
       77 PASADA                   PIC  9(1).
       77 MOTIVO-EXCEPCION         PIC X(30).
       77 CENT-SALDO-TARJETA       PIC S9(11).
       77 SOBREGIRO-CENT           PIC S9(11).
       77 IMPORTE-ENT              PIC  9(7).
       77 IMPORTE-DEC              PIC  9(2).
       77 CON                      PIC X(35) VALUE "Retirada".
       77 CON-SOBREG               PIC X(35)
           VALUE "Retirada (descubierto autorizado)".

       77 TOTAL-LEIDAS             PIC  9(7) VALUE 0.
       77 TOTAL-APLICADAS          PIC  9(7) VALUE 0.
       77 TOTAL-FALLIDAS           PIC  9(7) VALUE 0.
       77 TOTAL-DESCUBIERTOS       PIC  9(7) VALUE 0.
       77 TOTAL-APLICADO-CENT      PIC  9(11) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).


      * Aplica, despues del corte de fecha, las retiradas que los
      * cajeros autorizaron en diferido durante la ventana del lote
      * (pendientesaf.ubd), por orden de llegada y con la nueva fecha
      * contable.  Hace una primera pasada, cierra la ventana y hace
      * una segunda para las que entraran mientras tanto.  Las que no
      * se pueden cargar quedan fallidas, en excepcionessaf.txt y
      * como incidencia; el efectivo ya salio del cajero, asi que una
      * retirada que deja la cuenta por debajo de su descubierto se
      * carga igual y se lista para seguimiento.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHSAF - Aplicacion de retiradas en diferido".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           OPEN I-O F-LOTECTRL.
           IF FSLC = 35
               CLOSE F-LOTECTRL
               OPEN OUTPUT F-LOTECTRL
               CLOSE F-LOTECTRL
               OPEN I-O F-LOTECTRL.
           IF FSLC <> 00 AND 05
               DISPLAY "BATCHSAF: error abriendo lotectrl.ubd, FSLC="
                   FSLC
               GO TO FIN-ERROR.

           MOVE "LOTE" TO LOTE-CTRL-ID.
           READ F-LOTECTRL INVALID KEY
               MOVE "C" TO LOTE-ESTADO
               MOVE 0   TO LOTE-FECHA
               MOVE 0   TO LOTE-HORA-INI
               MOVE 0   TO LOTE-LIMITE-CENT
               WRITE LOTECTRL-REG INVALID KEY GO TO FIN-ERROR.

      * Las retiradas han de entrar con la fecha siguiente a la del
      * lote: sin el corte de BATCHCUT no se aplica nada.
           IF LOTE-ESTADO NOT = "C"
              AND LOTE-FECHA NOT < FECHA-HOY-AAAAMMDD
               DISPLAY "BATCHSAF: la fecha contable " FECHA-HOY-AAAAMMDD
                   " no ha pasado del lote " LOTE-FECHA
               DISPLAY "BATCHSAF: lance antes BATCHCUT"
               CLOSE F-LOTECTRL
               GO TO FIN-ERROR.

           OPEN OUTPUT F-EXCEPCIONES.
           IF FSEX <> 00
               DISPLAY "BATCHSAF: error abriendo excepcionessaf.txt, "
                   "FSEX=" FSEX
               CLOSE F-LOTECTRL
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "UnizarBank - Excepciones de retiradas en diferido "
               DIA "-" MES "-" ANO
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

           MOVE 1 TO PASADA.
           PERFORM APLICAR-PENDIENTES THRU APLICAR-PENDIENTES-FIN.

           MOVE "C" TO LOTE-ESTADO.
           REWRITE LOTECTRL-REG INVALID KEY GO TO FIN-ERROR.
           CLOSE F-LOTECTRL.
           DISPLAY "BATCHSAF: ventana del lote cerrada".

           MOVE 2 TO PASADA.
           PERFORM APLICAR-PENDIENTES THRU APLICAR-PENDIENTES-FIN.

           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "Leidas: " TOTAL-LEIDAS "  aplicadas: "
               TOTAL-APLICADAS "  fallidas: " TOTAL-FALLIDAS
               "  bajo descubierto: " TOTAL-DESCUBIERTOS
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           CLOSE F-EXCEPCIONES.

           DISPLAY "BATCHSAF: retiradas leidas    : " TOTAL-LEIDAS.
           DISPLAY "BATCHSAF: retiradas aplicadas : " TOTAL-APLICADAS.
           DISPLAY "BATCHSAF: retiradas fallidas  : " TOTAL-FALLIDAS.
           DISPLAY "BATCHSAF: bajo el descubierto : "
               TOTAL-DESCUBIERTOS.
           DISPLAY "BATCHSAF: importe aplicado    : "
               TOTAL-APLICADO-CENT " cent.".
           STOP RUN.

       APLICAR-PENDIENTES.
           OPEN I-O F-PENDIENTESAF.
           IF FSPS = 35
               CLOSE F-PENDIENTESAF
               GO TO APLICAR-PENDIENTES-FIN.
           IF FSPS <> 00 AND 05
               DISPLAY "BATCHSAF: error abriendo pendientesaf.ubd, "
                   "FSPS=" FSPS
               GO TO FIN-ERROR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "BATCHSAF: error abriendo tarjetas.ubd, FST="
                   FST
               GO TO FIN-ERROR.
           OPEN INPUT CUENTAS.

       LEER-PENDIENTE.
           READ F-PENDIENTESAF NEXT RECORD AT END
               GO TO PENDIENTES-LEIDAS.
           IF PSF-ESTADO NOT = "P"
               GO TO LEER-PENDIENTE.
           ADD 1 TO TOTAL-LEIDAS.

           PERFORM APLICAR-RETIRADA THRU APLICAR-RETIRADA-FIN.
           GO TO LEER-PENDIENTE.

       PENDIENTES-LEIDAS.
           CLOSE F-PENDIENTESAF.
           CLOSE TARJETAS.
           CLOSE CUENTAS.
           DISPLAY "BATCHSAF: pasada " PASADA " terminada".

       APLICAR-PENDIENTES-FIN.
           EXIT.

       APLICAR-RETIRADA.
           MOVE SPACES TO MOTIVO-EXCEPCION.
           MOVE 0 TO SOBREGIRO-CENT.

           MOVE PSF-TARJETA TO TNUM-C.
           READ TARJETAS INVALID KEY
               MOVE "TARJETA INEXISTENTE" TO MOTIVO-EXCEPCION
               GO TO RETIRADA-FALLIDA.

           IF CTA-ID-C NOT = 0
               MOVE CTA-ID-C TO CUENTA-ID
               READ CUENTAS INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO MOTIVO-EXCEPCION
                   GO TO RETIRADA-FALLIDA
               END-READ
               IF CTA-ESTADO = "X"
                   MOVE "CUENTA CANCELADA" TO MOTIVO-EXCEPCION
                   GO TO RETIRADA-FALLIDA
               END-IF
               COMPUTE SOBREGIRO-CENT = (CTA-SOBREG-ENT * 100)
                   + CTA-SOBREG-DEC
           END-IF.

           MOVE 0 TO CENT-SALDO-TARJETA.
           OPEN INPUT F-SALDOS.
           IF FSSA = 00
               MOVE PSF-TARJETA TO SAL-TARJETA
               READ F-SALDOS INVALID KEY
                   MOVE 0 TO SAL-CENT
               END-READ
               MOVE SAL-CENT TO CENT-SALDO-TARJETA
           END-IF.
           CLOSE F-SALDOS.

           SUBTRACT PSF-IMPORTE-CENT FROM CENT-SALDO-TARJETA.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               MOVE "MOVIMIENTOS NO DISPONIBLE" TO MOTIVO-EXCEPCION
               GO TO RETIRADA-FALLIDA.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           IF LAST-MOV-NUM = 0
               CLOSE F-MOVIMIENTOS
               MOVE "CONTADOR MOV NO DISPONIBLE" TO MOTIVO-EXCEPCION
               GO TO RETIRADA-FALLIDA.

           COMPUTE IMPORTE-ENT = PSF-IMPORTE-CENT / 100.
           MOVE FUNCTION MOD(PSF-IMPORTE-CENT, 100) TO IMPORTE-DEC.

           MOVE LAST-MOV-NUM            TO MOV-NUM.
           MOVE PSF-TARJETA             TO MOV-TARJETA.
           MOVE ANO                     TO MOV-ANO.
           MOVE MES                     TO MOV-MES.
           MOVE DIA                     TO MOV-DIA.
           MOVE PSF-HOR                 TO MOV-HOR.
           MOVE PSF-MIN                 TO MOV-MIN.
           MOVE PSF-SEG                 TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - IMPORTE-ENT.
           MOVE IMPORTE-DEC             TO MOV-IMPORTE-DEC.
           IF CENT-SALDO-TARJETA < 0
               MOVE CON-SOBREG          TO MOV-CONCEPTO
           ELSE
               MOVE CON                 TO MOV-CONCEPTO.
           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-TARJETA / 100).
           MOVE FUNCTION MOD(CENT-SALDO-TARJETA, 100)
               TO MOV-SALDOPOS-DEC.
           MOVE " "                     TO MOV-ESTADO.
           MOVE "EUR"                   TO MOV-MONEDA.
           MOVE PSF-TERMINAL            TO MOV-TERMINAL.
           MOVE "ATM"                   TO MOV-CANAL.
           MOVE "EFE"                   TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY
               CLOSE F-MOVIMIENTOS
               MOVE "ERROR ESCRITURA MOVIMIENTO" TO MOTIVO-EXCEPCION
               GO TO RETIRADA-FALLIDA.
           CLOSE F-MOVIMIENTOS.

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE "A"                TO PSF-ESTADO.
           MOVE LAST-MOV-NUM       TO PSF-MOV-CARGO.
           MOVE FECHA-HOY-AAAAMMDD TO PSF-FECHA-APLIC.
           REWRITE PENDIENTESAF-REG INVALID KEY
               DISPLAY "BATCHSAF: error marcando la retirada "
                   PSF-NUM " como aplicada".
           ADD 1 TO TOTAL-APLICADAS.
           ADD PSF-IMPORTE-CENT TO TOTAL-APLICADO-CENT.

           IF CENT-SALDO-TARJETA < 0 - SOBREGIRO-CENT
               ADD 1 TO TOTAL-DESCUBIERTOS
               MOVE "CARGADA BAJO EL DESCUBIERTO" TO MOTIVO-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-FIN.
           GO TO APLICAR-RETIRADA-FIN.

      * La retirada queda fallida para que la revise operaciones: se
      * lista y se abre incidencia con la tarjeta.
       RETIRADA-FALLIDA.
           MOVE "F"                TO PSF-ESTADO.
           MOVE MOTIVO-EXCEPCION   TO PSF-MOTIVO.
           MOVE FECHA-HOY-AAAAMMDD TO PSF-FECHA-APLIC.
           REWRITE PENDIENTESAF-REG INVALID KEY
               DISPLAY "BATCHSAF: error marcando la retirada "
                   PSF-NUM " como fallida".
           ADD 1 TO TOTAL-FALLIDAS.

           PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-FIN.

           MOVE "BATCHSAF"         TO INC-AVISO-PROGRAMA.
           MOVE "APLICAR-RETIRADA" TO INC-AVISO-PARRAFO.
           MOVE MOTIVO-EXCEPCION   TO INC-AVISO-FICHEROS.
           MOVE PSF-TARJETA        TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.

       APLICAR-RETIRADA-FIN.
           EXIT.

       ESCRIBIR-EXCEPCION.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "RETIRADA " PSF-NUM " tarjeta " PSF-TARJETA
               " cajero " PSF-TERMINAL " el " PSF-FECHA " " PSF-HORA
               " importe " PSF-IMPORTE-CENT " ref " PSF-MOV-NUM(20:16)
               " " MOTIVO-EXCEPCION
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

       ESCRIBIR-EXCEPCION-FIN.
           EXIT.

       SIGUIENTE-MOV-NUM.
           MOVE 0 TO LAST-MOV-NUM.

           OPEN I-O CONTADORES.
           IF FSK <> 00
               CLOSE CONTADORES
               GO TO SIGUIENTE-MOV-NUM-FIN.

           MOVE "MOV" TO CONT-ID.
           READ CONTADORES INVALID KEY
               CLOSE CONTADORES
               GO TO SIGUIENTE-MOV-NUM-FIN.

           ADD 1 TO CONT-VALOR.
           REWRITE CONTADOR-REG INVALID KEY
               CLOSE CONTADORES
               GO TO SIGUIENTE-MOV-NUM-FIN.
           MOVE CONT-VALOR TO LAST-MOV-NUM.
           CLOSE CONTADORES.

       SIGUIENTE-MOV-NUM-FIN.
           EXIT.

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
           MOVE "BATCHSAF"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSLC=" FSLC " " "FSPS=" FSPS " " "FSEX=" FSEX " "
               "FST=" FST
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
