       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRSM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSM-CLAVE
           FILE STATUS IS FSRS.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-ARCHIVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSA.


       DATA DIVISION.
       FILE SECTION.
      * Resumen mensual por tarjeta (clave tarjeta y mes AAAAMM).
      * Importes en centimos; los cargos y abonos van en positivo.
      * RSM-TIPO son los grupos por concepto del extracto mensual
      * (Retirada, Ingreso, Cheque, Transferimos, Nos transfieren,
      * Cancelacion esp., Esp., Otros).  RSM-CATEGORIA va en el
      * orden fijo EFE OCI REC TEL TRF COM AHO DIV INT OTR.  Los
      * canales se anotan segun aparecen; el ultimo hueco recoge,
      * con codigo ***, los que ya no caben.  El efectivo es el de
      * la declaracion de blanqueo: categoria EFE sin cheques.
      * El registro de tarjeta cero y mes cero es el de control:
      * ultimo MOV-NUM sumado y estado C cerrado o P reconstruccion
      * a medias.
       FD F-RESUMEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "resumenmes.ubd".
       01 RESUMEN-REG.
           02 RSM-CLAVE.
               03 RSM-TARJETA          PIC  9(16).
               03 RSM-PERIODO          PIC  9(6).
           02 RSM-NUM-MOV              PIC  9(7).
           02 RSM-PRIMER-MOV-NUM       PIC  9(35).
           02 RSM-ULTIMO-MOV-NUM       PIC  9(35).
           02 RSM-SALDO-APERTURA-CENT  PIC S9(11).
           02 RSM-SALDO-CIERRE-CENT    PIC S9(11).
           02 RSM-PRIMERA-FECHA        PIC  9(8).
           02 RSM-ULTIMA-FECHA         PIC  9(8).
           02 RSM-ULTIMA-FECHA-POSIT   PIC  9(8).
           02 RSM-DEBE-NUM             PIC  9(7).
           02 RSM-DEBE-CENT            PIC  9(13).
           02 RSM-HABER-NUM            PIC  9(7).
           02 RSM-HABER-CENT           PIC  9(13).
           02 RSM-COMISION-NUM         PIC  9(5).
           02 RSM-COMISION-CENT        PIC  9(11).
           02 RSM-INT-ABONO-NUM        PIC  9(5).
           02 RSM-INT-ABONO-CENT       PIC  9(11).
           02 RSM-RETENCION-NUM        PIC  9(5).
           02 RSM-RETENCION-CENT       PIC  9(11).
           02 RSM-INT-DESC-NUM         PIC  9(5).
           02 RSM-INT-DESC-CENT        PIC  9(11).
           02 RSM-EFE-ENTRA-NUM        PIC  9(5).
           02 RSM-EFE-ENTRA-CENT       PIC  9(11).
           02 RSM-EFE-SALE-NUM         PIC  9(5).
           02 RSM-EFE-SALE-CENT        PIC  9(11).
           02 RSM-TIPO OCCURS 8 TIMES.
               03 RSM-TIPO-NUM         PIC  9(5).
               03 RSM-TIPO-CENT        PIC S9(11).
           02 RSM-CATEGORIA OCCURS 10 TIMES.
               03 RSM-CAT-DEBE-NUM     PIC  9(5).
               03 RSM-CAT-DEBE-CENT    PIC  9(11).
               03 RSM-CAT-HABER-NUM    PIC  9(5).
               03 RSM-CAT-HABER-CENT   PIC  9(11).
           02 RSM-CANAL-ENTRADA OCCURS 16 TIMES.
               03 RSM-CANAL            PIC  X(3).
               03 RSM-CANAL-DEBE-NUM   PIC  9(5).
               03 RSM-CANAL-DEBE-CENT  PIC  9(11).
               03 RSM-CANAL-HABER-NUM  PIC  9(5).
               03 RSM-CANAL-HABER-CENT PIC  9(11).
       01 RESUMEN-CONTROL-REG.
           02 RSC-CLAVE                PIC  9(22).
           02 RSC-ULTIMO-MOV-NUM       PIC  9(35).
           02 RSC-ESTADO               PIC  X(1).
           02 RSC-FECHA-RECONS         PIC  9(8).

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

      * Linea de movimientos.arc tal como la deja BATCHARC; el
      * archivo no guarda canal ni categoria.
       FD F-ARCHIVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.arc".
       01 LINEA-ARCHIVO             PIC X(132).
       01 ARCHIVO-REG.
           02 ARV-NUM               PIC  9(35).
           02 FILLER                PIC  X(1).
           02 ARV-TARJETA           PIC  9(16).
           02 FILLER                PIC  X(1).
           02 ARV-ANO               PIC  9(4).
           02 FILLER                PIC  X(1).
           02 ARV-MES               PIC  9(2).
           02 FILLER                PIC  X(1).
           02 ARV-DIA               PIC  9(2).
           02 FILLER                PIC  X(10).
           02 ARV-IMPORTE-ENT       PIC S9(7).
           02 FILLER                PIC  X(1).
           02 ARV-IMPORTE-DEC       PIC  9(2).
           02 FILLER                PIC  X(1).
           02 ARV-CONCEPTO          PIC X(35).
           02 FILLER                PIC  X(1).
           02 ARV-SALDOPOS-ENT      PIC S9(9).
           02 FILLER                PIC  X(1).
           02 ARV-SALDOPOS-DEC      PIC  9(2).


       WORKING-STORAGE SECTION.
       77 FSRS                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSA                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS        PIC  9(2).
               10 MILISEGUNDOS    PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 MODO-TRABAJO             PIC  X(1).
       77 ULTIMO-MOV-SUMADO        PIC  9(35).

      * Apunte a sumar, venga de movimientos.ubd o del archivo.
       77 AP-NUM                   PIC  9(35).
       77 AP-TARJETA               PIC  9(16).
       77 AP-PERIODO               PIC  9(6).
       77 AP-FECHA                 PIC  9(8).
       77 AP-CENT                  PIC S9(11).
       77 AP-ABS-CENT              PIC  9(11).
       77 AP-SALDO-CENT            PIC S9(11).
       77 AP-CONCEPTO              PIC X(35).
       77 AP-CANAL                 PIC  X(3).
       77 AP-CATEGORIA             PIC  X(3).

       01 TABLA-TIPOS.
           02 TIPO-ENTRY OCCURS 8 TIMES.
               03 TIPO-PREFIJO      PIC X(20).
               03 TIPO-LONG         PIC 9(2).
       77 IDX-TIPO                 PIC  9(2).

       01 TABLA-CODIGOS-CAT.
           02 CODIGO-CAT            PIC  X(3) OCCURS 10 TIMES.
       77 IDX-CAT                  PIC  9(2).
       77 IDX-CANAL                PIC  9(2).

       LINKAGE SECTION.
       01 DATOS-RESUMEN.
           02 RSMC-MODO             PIC  X(1).
           02 RSMC-SUMADOS          PIC  9(9).
           02 RSMC-RESULTADO        PIC  X(1).


      * Lleva al resumen mensual por tarjeta los movimientos nuevos
      * desde el ultimo sumado (RSMC-MODO I) o lo rehace entero a
      * partir del archivo y de movimientos.ubd (RSMC-MODO R).  Si
      * no hay registro de control, o la ultima reconstruccion quedo
      * a medias, se reconstruye aunque se pida I.  Devuelve los
      * movimientos sumados y RSMC-RESULTADO S si el resumen ha
      * quedado al dia, N si no.
       PROCEDURE DIVISION USING DATOS-RESUMEN.
       INICIO.
           MOVE 0 TO RSMC-SUMADOS.
           MOVE "N" TO RSMC-RESULTADO.
           MOVE RSMC-MODO TO MODO-TRABAJO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM PREPARAR-TABLAS THRU PREPARAR-TABLAS-FIN.

           OPEN I-O F-RESUMEN.
           IF FSRS = 35
               CLOSE F-RESUMEN
               OPEN OUTPUT F-RESUMEN
               CLOSE F-RESUMEN
               OPEN I-O F-RESUMEN.
           IF FSRS <> 00 AND 05
               GOBACK.

           MOVE 0 TO RSC-CLAVE.
           READ F-RESUMEN INVALID KEY
               MOVE "R" TO MODO-TRABAJO
               GO TO MODO-DECIDIDO.
           IF RSC-ESTADO = "P"
               MOVE "R" TO MODO-TRABAJO.
           MOVE RSC-ULTIMO-MOV-NUM TO ULTIMO-MOV-SUMADO.

       MODO-DECIDIDO.
           IF MODO-TRABAJO = "R"
               GO TO RECONSTRUIR.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               CLOSE F-RESUMEN
               GOBACK.

           MOVE ULTIMO-MOV-SUMADO TO MOV-NUM.
           START F-MOVIMIENTOS KEY IS > MOV-NUM
               INVALID KEY GO TO MOVIMIENTOS-SUMADOS.
           GO TO LEER-MOVIMIENTO.

      * Reconstruccion: se vacia el resumen, se deja el control en
      * P y se suman el archivo y despues movimientos.ubd entero.
       RECONSTRUIR.
           CLOSE F-RESUMEN.
           OPEN OUTPUT F-RESUMEN.
           CLOSE F-RESUMEN.
           OPEN I-O F-RESUMEN.
           IF FSRS <> 00 AND 05
               GOBACK.

           MOVE 0 TO ULTIMO-MOV-SUMADO.
           MOVE 0 TO RSC-CLAVE.
           MOVE 0 TO RSC-ULTIMO-MOV-NUM.
           MOVE "P" TO RSC-ESTADO.
           COMPUTE RSC-FECHA-RECONS = (ANO * 10000) + (MES * 100)
               + DIA.
           WRITE RESUMEN-CONTROL-REG INVALID KEY
               CLOSE F-RESUMEN
               GOBACK.

           OPEN INPUT F-ARCHIVO.
           IF FSA <> 00
               CLOSE F-ARCHIVO
               GO TO ARCHIVO-SUMADO.

       LEER-ARCHIVO.
           READ F-ARCHIVO AT END
               CLOSE F-ARCHIVO
               GO TO ARCHIVO-SUMADO.
           IF ARV-NUM IS NOT NUMERIC OR ARV-TARJETA IS NOT NUMERIC
               GO TO LEER-ARCHIVO.

           MOVE ARV-NUM TO AP-NUM.
           MOVE ARV-TARJETA TO AP-TARJETA.
           COMPUTE AP-PERIODO = (ARV-ANO * 100) + ARV-MES.
           COMPUTE AP-FECHA = (ARV-ANO * 10000) + (ARV-MES * 100)
               + ARV-DIA.
           COMPUTE AP-CENT = ARV-IMPORTE-ENT * 100.
           IF AP-CENT < 0
               COMPUTE AP-CENT = AP-CENT - ARV-IMPORTE-DEC
           ELSE
               COMPUTE AP-CENT = AP-CENT + ARV-IMPORTE-DEC.
           COMPUTE AP-SALDO-CENT = (ARV-SALDOPOS-ENT * 100)
               + ARV-SALDOPOS-DEC.
           MOVE ARV-CONCEPTO TO AP-CONCEPTO.
           MOVE SPACES TO AP-CANAL.
           MOVE SPACES TO AP-CATEGORIA.
           PERFORM SUMAR-APUNTE THRU SUMAR-APUNTE-FIN.
           GO TO LEER-ARCHIVO.

       ARCHIVO-SUMADO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
               CLOSE F-RESUMEN
               GOBACK.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO MOVIMIENTOS-SUMADOS.

           MOVE MOV-NUM TO AP-NUM.
           MOVE MOV-TARJETA TO AP-TARJETA.
           COMPUTE AP-PERIODO = (MOV-ANO * 100) + MOV-MES.
           COMPUTE AP-FECHA = (MOV-ANO * 10000) + (MOV-MES * 100)
               + MOV-DIA.
           COMPUTE AP-CENT = MOV-IMPORTE-ENT * 100.
           IF AP-CENT < 0
               COMPUTE AP-CENT = AP-CENT - MOV-IMPORTE-DEC
           ELSE
               COMPUTE AP-CENT = AP-CENT + MOV-IMPORTE-DEC.
           COMPUTE AP-SALDO-CENT = (MOV-SALDOPOS-ENT * 100)
               + MOV-SALDOPOS-DEC.
           MOVE MOV-CONCEPTO TO AP-CONCEPTO.
           MOVE MOV-CANAL TO AP-CANAL.
           MOVE MOV-CATEGORIA TO AP-CATEGORIA.
           PERFORM SUMAR-APUNTE THRU SUMAR-APUNTE-FIN.
           GO TO LEER-MOVIMIENTO.

       MOVIMIENTOS-SUMADOS.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO RSC-CLAVE.
           READ F-RESUMEN INVALID KEY
               MOVE 0 TO RSC-CLAVE
               MOVE ULTIMO-MOV-SUMADO TO RSC-ULTIMO-MOV-NUM
               MOVE "C" TO RSC-ESTADO
               MOVE 0 TO RSC-FECHA-RECONS
               WRITE RESUMEN-CONTROL-REG INVALID KEY
                   CLOSE F-RESUMEN
                   GOBACK
               END-WRITE
               GO TO CONTROL-GRABADO.

           MOVE ULTIMO-MOV-SUMADO TO RSC-ULTIMO-MOV-NUM.
           MOVE "C" TO RSC-ESTADO.
           REWRITE RESUMEN-CONTROL-REG INVALID KEY
               CLOSE F-RESUMEN
               GOBACK.

       CONTROL-GRABADO.
           CLOSE F-RESUMEN.
           MOVE "S" TO RSMC-RESULTADO.
           GOBACK.

      * Suma el apunte AP- en el resumen de su tarjeta y mes.
       SUMAR-APUNTE.
           IF AP-NUM > ULTIMO-MOV-SUMADO
               MOVE AP-NUM TO ULTIMO-MOV-SUMADO.
           IF AP-TARJETA = 0
               GO TO SUMAR-APUNTE-FIN.
           ADD 1 TO RSMC-SUMADOS.

           IF AP-CENT < 0
               COMPUTE AP-ABS-CENT = 0 - AP-CENT
           ELSE
               MOVE AP-CENT TO AP-ABS-CENT.

           MOVE AP-TARJETA TO RSM-TARJETA.
           MOVE AP-PERIODO TO RSM-PERIODO.
           READ F-RESUMEN INVALID KEY
               PERFORM ABRIR-RESUMEN THRU ABRIR-RESUMEN-FIN.

           ADD 1 TO RSM-NUM-MOV.
           IF AP-NUM < RSM-PRIMER-MOV-NUM
               MOVE AP-NUM TO RSM-PRIMER-MOV-NUM
               COMPUTE RSM-SALDO-APERTURA-CENT = AP-SALDO-CENT
                   - AP-CENT.
           IF AP-NUM > RSM-ULTIMO-MOV-NUM
               MOVE AP-NUM TO RSM-ULTIMO-MOV-NUM
               MOVE AP-SALDO-CENT TO RSM-SALDO-CIERRE-CENT.
           IF AP-FECHA < RSM-PRIMERA-FECHA
               MOVE AP-FECHA TO RSM-PRIMERA-FECHA.
           IF AP-FECHA > RSM-ULTIMA-FECHA
               MOVE AP-FECHA TO RSM-ULTIMA-FECHA.
           IF AP-SALDO-CENT >= 0
               AND AP-FECHA > RSM-ULTIMA-FECHA-POSIT
               MOVE AP-FECHA TO RSM-ULTIMA-FECHA-POSIT.

           IF AP-CENT < 0
               ADD 1 TO RSM-DEBE-NUM
               ADD AP-ABS-CENT TO RSM-DEBE-CENT
           ELSE
               ADD 1 TO RSM-HABER-NUM
               ADD AP-ABS-CENT TO RSM-HABER-CENT.

           PERFORM SUMAR-INTERESES THRU SUMAR-INTERESES-FIN.
           PERFORM SUMAR-EFECTIVO THRU SUMAR-EFECTIVO-FIN.
           PERFORM SUMAR-TIPO THRU SUMAR-TIPO-FIN.
           PERFORM SUMAR-CATEGORIA THRU SUMAR-CATEGORIA-FIN.
           PERFORM SUMAR-CANAL THRU SUMAR-CANAL-FIN.

           IF RSM-NUM-MOV = 1
               WRITE RESUMEN-REG INVALID KEY
                   REWRITE RESUMEN-REG INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE RESUMEN-REG INVALID KEY CONTINUE
           END-IF.

       SUMAR-APUNTE-FIN.
           EXIT.

       ABRIR-RESUMEN.
           INITIALIZE RESUMEN-REG.
           MOVE AP-TARJETA TO RSM-TARJETA.
           MOVE AP-PERIODO TO RSM-PERIODO.
           MOVE AP-NUM TO RSM-PRIMER-MOV-NUM.
           MOVE AP-NUM TO RSM-ULTIMO-MOV-NUM.
           COMPUTE RSM-SALDO-APERTURA-CENT = AP-SALDO-CENT - AP-CENT.
           MOVE AP-SALDO-CENT TO RSM-SALDO-CIERRE-CENT.
           MOVE AP-FECHA TO RSM-PRIMERA-FECHA.
           MOVE AP-FECHA TO RSM-ULTIMA-FECHA.

       ABRIR-RESUMEN-FIN.
           EXIT.

      * Comisiones, intereses abonados, retenciones e intereses de
      * descubierto, por el texto del concepto como los extractos
      * anual y fiscal.
       SUMAR-INTERESES.
           IF AP-CONCEPTO(1:8) = "Comision"
               ADD 1 TO RSM-COMISION-NUM
               ADD AP-ABS-CENT TO RSM-COMISION-CENT
               GO TO SUMAR-INTERESES-FIN.
           IF AP-CONCEPTO(1:18) = "Abono de intereses"
               ADD 1 TO RSM-INT-ABONO-NUM
               ADD AP-ABS-CENT TO RSM-INT-ABONO-CENT
               GO TO SUMAR-INTERESES-FIN.
           IF AP-CONCEPTO(1:15) = "Retencion fisca"
               ADD 1 TO RSM-RETENCION-NUM
               ADD AP-ABS-CENT TO RSM-RETENCION-CENT
               GO TO SUMAR-INTERESES-FIN.
           IF AP-CONCEPTO(1:16) = "Int. descubierto"
               ADD 1 TO RSM-INT-DESC-NUM
               ADD AP-ABS-CENT TO RSM-INT-DESC-CENT.

       SUMAR-INTERESES-FIN.
           EXIT.

      * Efectivo: categoria EFE salvo los abonos de cheque.
       SUMAR-EFECTIVO.
           IF AP-CATEGORIA NOT = "EFE"
               GO TO SUMAR-EFECTIVO-FIN.
           IF AP-CANAL = "CHQ"
               GO TO SUMAR-EFECTIVO-FIN.
           IF AP-CONCEPTO(1:7) = "Cheque "
               GO TO SUMAR-EFECTIVO-FIN.
           IF AP-CENT < 0
               ADD 1 TO RSM-EFE-SALE-NUM
               ADD AP-ABS-CENT TO RSM-EFE-SALE-CENT
           ELSE
               ADD 1 TO RSM-EFE-ENTRA-NUM
               ADD AP-ABS-CENT TO RSM-EFE-ENTRA-CENT.

       SUMAR-EFECTIVO-FIN.
           EXIT.

       SUMAR-TIPO.
           MOVE 0 TO IDX-TIPO.
       SUMAR-TIPO-SIGUIENTE.
           ADD 1 TO IDX-TIPO.
           IF IDX-TIPO > 7
               GO TO SUMAR-TIPO-ANOTAR.
           IF AP-CONCEPTO(1:TIPO-LONG(IDX-TIPO)) NOT =
                   TIPO-PREFIJO(IDX-TIPO)(1:TIPO-LONG(IDX-TIPO))
               GO TO SUMAR-TIPO-SIGUIENTE.

       SUMAR-TIPO-ANOTAR.
           ADD 1 TO RSM-TIPO-NUM(IDX-TIPO).
           ADD AP-CENT TO RSM-TIPO-CENT(IDX-TIPO).

       SUMAR-TIPO-FIN.
           EXIT.

      * Categoria anotada al contabilizar o, en su defecto, la
      * deducida del texto del concepto.
       SUMAR-CATEGORIA.
           MOVE 0 TO IDX-CAT.
           IF AP-CATEGORIA = SPACES
               GO TO DEDUCIR-CATEGORIA.
       BUSCAR-CATEGORIA.
           ADD 1 TO IDX-CAT.
           IF IDX-CAT > 10
               GO TO DEDUCIR-CATEGORIA.
           IF CODIGO-CAT(IDX-CAT) NOT = AP-CATEGORIA
               GO TO BUSCAR-CATEGORIA.
           GO TO ANOTAR-CATEGORIA.

       DEDUCIR-CATEGORIA.
           MOVE 10 TO IDX-CAT.
           IF AP-CONCEPTO(1:8) = "Retirada"
              OR AP-CONCEPTO(1:7) = "Ingreso"
              OR AP-CONCEPTO(1:6) = "Cheque"
               MOVE 1 TO IDX-CAT.
           IF AP-CONCEPTO(1:4) = "Esp."
              OR AP-CONCEPTO(1:16) = "Cancelacion esp."
               MOVE 2 TO IDX-CAT.
           IF AP-CONCEPTO(1:14) = "Pago de recibo"
               MOVE 3 TO IDX-CAT.
           IF AP-CONCEPTO(1:13) = "Recarga movil"
               MOVE 4 TO IDX-CAT.
           IF AP-CONCEPTO(1:6) = "Transf"
              OR AP-CONCEPTO(1:15) = "Nos transfieren"
               MOVE 5 TO IDX-CAT.
           IF AP-CONCEPTO(1:8) = "Comision"
               MOVE 6 TO IDX-CAT.

       ANOTAR-CATEGORIA.
           IF AP-CENT < 0
               ADD 1 TO RSM-CAT-DEBE-NUM(IDX-CAT)
               ADD AP-ABS-CENT TO RSM-CAT-DEBE-CENT(IDX-CAT)
           ELSE
               ADD 1 TO RSM-CAT-HABER-NUM(IDX-CAT)
               ADD AP-ABS-CENT TO RSM-CAT-HABER-CENT(IDX-CAT).

       SUMAR-CATEGORIA-FIN.
           EXIT.

       SUMAR-CANAL.
           MOVE 0 TO IDX-CANAL.
       BUSCAR-CANAL.
           ADD 1 TO IDX-CANAL.
           IF IDX-CANAL = 16
               MOVE "***" TO RSM-CANAL(16)
               GO TO ANOTAR-CANAL.
           IF RSM-CANAL(IDX-CANAL) = AP-CANAL
               GO TO ANOTAR-CANAL.
           IF RSM-CANAL-DEBE-NUM(IDX-CANAL) = 0
               AND RSM-CANAL-HABER-NUM(IDX-CANAL) = 0
               MOVE AP-CANAL TO RSM-CANAL(IDX-CANAL)
               GO TO ANOTAR-CANAL.
           GO TO BUSCAR-CANAL.

       ANOTAR-CANAL.
           IF AP-CENT < 0
               ADD 1 TO RSM-CANAL-DEBE-NUM(IDX-CANAL)
               ADD AP-ABS-CENT TO RSM-CANAL-DEBE-CENT(IDX-CANAL)
           ELSE
               ADD 1 TO RSM-CANAL-HABER-NUM(IDX-CANAL)
               ADD AP-ABS-CENT TO RSM-CANAL-HABER-CENT(IDX-CANAL).

       SUMAR-CANAL-FIN.
           EXIT.

       PREPARAR-TABLAS.
           MOVE "Retirada"           TO TIPO-PREFIJO(1).
           MOVE 8                    TO TIPO-LONG(1).
           MOVE "Ingreso"            TO TIPO-PREFIJO(2).
           MOVE 7                    TO TIPO-LONG(2).
           MOVE "Cheque"             TO TIPO-PREFIJO(3).
           MOVE 6                    TO TIPO-LONG(3).
           MOVE "Transferimos"       TO TIPO-PREFIJO(4).
           MOVE 12                   TO TIPO-LONG(4).
           MOVE "Nos transfieren"    TO TIPO-PREFIJO(5).
           MOVE 15                   TO TIPO-LONG(5).
           MOVE "Cancelacion esp."   TO TIPO-PREFIJO(6).
           MOVE 15                   TO TIPO-LONG(6).
           MOVE "Esp."               TO TIPO-PREFIJO(7).
           MOVE 4                    TO TIPO-LONG(7).
           MOVE "Otros"              TO TIPO-PREFIJO(8).
           MOVE 0                    TO TIPO-LONG(8).

           MOVE "EFE" TO CODIGO-CAT(1).
           MOVE "OCI" TO CODIGO-CAT(2).
           MOVE "REC" TO CODIGO-CAT(3).
           MOVE "TEL" TO CODIGO-CAT(4).
           MOVE "TRF" TO CODIGO-CAT(5).
           MOVE "COM" TO CODIGO-CAT(6).
           MOVE "AHO" TO CODIGO-CAT(7).
           MOVE "DIV" TO CODIGO-CAT(8).
           MOVE "INT" TO CODIGO-CAT(9).
           MOVE "OTR" TO CODIGO-CAT(10).

       PREPARAR-TABLAS-FIN.
           EXIT.
