       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TERMINALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TERM-ID
           FILE STATUS IS FSQ.

           SELECT OPTIONAL F-TERMCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCT-ID
           FILE STATUS IS FSTC.

           SELECT OPTIONAL F-HISTTERM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HTE-CLAVE
           FILE STATUS IS FSHT.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FOP-ID
           FILE STATUS IS FSFO.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
       FD F-TERMINALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminales.ubd".
       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).

       FD F-TERMCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminalesctl.ubd".
       01 TERMCTL-REG.
           02 TCT-ID                PIC  9(4).
           02 TCT-ESTADO            PIC  X(1).
           02 TCT-MOTIVO            PIC X(30).
           02 TCT-ULT-FECHA         PIC  9(8).
           02 TCT-ULT-HORA          PIC  9(6).

      * Historico de estados de los terminales (BANKHTE).
       FD F-HISTTERM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "historicoterminales.ubd".
       01 HISTTERM-REG.
           02 HTE-CLAVE.
               03 HTE-TERMINAL      PIC  9(4).
               03 HTE-FECHA         PIC  9(8).
               03 HTE-HORA          PIC  9(6).
               03 HTE-SEC           PIC  9(2).
           02 HTE-ESTADO            PIC  X(1).
           02 HTE-CAUSA             PIC  X(1).
           02 HTE-MOTIVO            PIC X(30).
           02 HTE-OPERADOR          PIC  9(4).
           02 HTE-PROGRAMA          PIC  X(8).

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

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       01 FECHAOPER-REG.
           02 FOP-ID                PIC  9(1).
           02 FOP-ANO               PIC  9(4).
           02 FOP-MES               PIC  9(2).
           02 FOP-DIA               PIC  9(2).

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informesla.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSQ                       PIC  X(2).
       77 FSTC                      PIC  X(2).
       77 FSHT                      PIC  X(2).
       77 FSM                       PIC  X(2).
       77 FSFO                      PIC  X(2).
       77 FSIF                      PIC  X(2).

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

       77 FECHA-HOY-AAAAMMDD        PIC  9(8).
       77 FECHA-MANANA              PIC  9(8).
       77 FECHA-INICIO-MES          PIC  9(8).
       77 SEGUNDOS-MES              PIC  9(7).

      * Una fila por terminal del maestro, con los segundos del mes
      * en cada estado y las operaciones de cajero que hizo.
       01 TABLA-TERMINALES.
           02 TERMINAL-ENTRADA OCCURS 500 TIMES.
               03 TST-ID            PIC  9(4).
               03 TST-UBICACION     PIC X(30).
               03 TST-SEG-DISP      PIC  9(7).
               03 TST-SEG-EFECTIVO  PIC  9(7).
               03 TST-SEG-AVERIA    PIC  9(7).
               03 TST-SEG-MANTEN    PIC  9(7).
               03 TST-SEG-BATCH     PIC  9(7).
               03 TST-SEG-OTROS     PIC  9(7).
               03 TST-SEG-NOINST    PIC  9(7).
               03 TST-OPERACIONES   PIC  9(7).
       78 MAX-TERMINALES            VALUE 500.
       77 TERMINALES-USADOS         PIC  9(3) VALUE 0.
       77 IDX-TER                   PIC  9(3).
       77 IDX-BUSCA                 PIC  9(3).

       01 TOTALES-RED.
           02 TOT-SEG-DISP          PIC  9(10).
           02 TOT-SEG-EFECTIVO      PIC  9(10).
           02 TOT-SEG-AVERIA        PIC  9(10).
           02 TOT-SEG-MANTEN        PIC  9(10).
           02 TOT-SEG-BATCH         PIC  9(10).
           02 TOT-SEG-OTROS         PIC  9(10).
           02 TOT-SEG-NOINST        PIC  9(10).
           02 TOT-OPERACIONES       PIC  9(9).
           02 TOT-PERDIDAS          PIC  9(9).

      * Estado en que se va reconstruyendo el mes de un terminal:
      * A disponible, F fuera de servicio por CAUSA-TRAMO, N aun
      * no instalado.
       77 ESTADO-TRAMO              PIC  X(1).
       77 CAUSA-TRAMO               PIC  X(1).
       77 SEG-INICIO-TRAMO          PIC  9(7).
       77 SEG-EVENTO                PIC  9(7).
       77 SEG-TRAMO                 PIC  9(7).
       77 HAY-HISTORICO             PIC  X(1).

       77 SEG-FUERA                 PIC  9(10).
       77 SEG-BASE                  PIC  9(10).
       77 SEG-DISP-FILA             PIC  9(10).
       77 OPERACIONES-FILA          PIC  9(9).
       77 PERDIDAS-FILA             PIC  9(9).
       77 HORAS-CALCULO             PIC  9(6)V9.
       77 PORCENTAJE-CALCULO        PIC  9(3)V99.
       77 ETIQUETA-FILA             PIC X(25).

       77 DISP-EDIT                 PIC ZZZZZ9.9.
       77 PORCENTAJE-EDIT           PIC ZZ9.99.
       77 EFECTIVO-EDIT             PIC ZZZZZ9.9.
       77 AVERIA-EDIT               PIC ZZZZZ9.9.
       77 MANTEN-EDIT               PIC ZZZZZ9.9.
       77 BATCH-EDIT                PIC ZZZZZ9.9.
       77 OTROS-EDIT                PIC ZZZZZ9.9.
       77 OPERACIONES-EDIT          PIC ZZZZZZZ9.
       77 PERDIDAS-EDIT             PIC ZZZZZZZ9.

       77 TOTAL-MOVIMIENTOS         PIC  9(9) VALUE 0.
       77 TOTAL-CAMBIOS             PIC  9(9) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

      * Informe mensual de disponibilidad de cajeros.  El ultimo
      * dia del mes reconstruye con el historico de estados las
      * horas que cada terminal estuvo en servicio y fuera de el por
      * causa (sin efectivo, averia, mantenimiento, ventana batch),
      * y estima las operaciones perdidas mientras estuvo parado con
      * el ritmo de operaciones que llevo en sus horas de servicio.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHSLA - Disponibilidad de cajeros".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo el ultimo dia del mes.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD) + 1).
           IF FECHA-MANANA(7:2) NOT = "01"
               DISPLAY "BATCHSLA: no es fin de mes, sin informe"
               STOP RUN.

           COMPUTE FECHA-INICIO-MES = (ANO * 10000) + (MES * 100) + 1.
           COMPUTE SEGUNDOS-MES = DIA * 86400.

           INITIALIZE TABLA-TERMINALES.
           OPEN INPUT F-TERMINALES.
           IF FSQ <> 00 AND 05
               DISPLAY "BATCHSLA: error abriendo terminales, FSQ="
                   FSQ
               GO TO FIN-ERROR.

       LEER-TERMINAL.
           READ F-TERMINALES NEXT RECORD AT END
               GO TO TERMINALES-LEIDOS.
           IF TERMINALES-USADOS >= MAX-TERMINALES
               DISPLAY "BATCHSLA: tabla de terminales llena, "
                   TERM-ID " queda fuera del informe"
               GO TO LEER-TERMINAL.
           ADD 1 TO TERMINALES-USADOS.
           MOVE TERM-ID        TO TST-ID(TERMINALES-USADOS).
           MOVE TERM-UBICACION TO TST-UBICACION(TERMINALES-USADOS).
           GO TO LEER-TERMINAL.

       TERMINALES-LEIDOS.
           CLOSE F-TERMINALES.

      * Primera pasada: operaciones de cajero del mes por terminal.
      * Las comisiones acompanan a otra operacion y no cuentan.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "BATCHSLA: error abriendo movimientos, FSM="
                   FSM
               GO TO FIN-ERROR.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               GO TO MOVIMIENTOS-LEIDOS.
           IF MOV-ANO NOT = ANO OR MOV-MES NOT = MES
               GO TO LEER-MOVIMIENTO.
           IF MOV-CANAL NOT = "ATM" OR MOV-CATEGORIA = "COM"
               GO TO LEER-MOVIMIENTO.
           ADD 1 TO TOTAL-MOVIMIENTOS.
           MOVE 0 TO IDX-BUSCA.

       BUSCAR-TERMINAL-MOV.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > TERMINALES-USADOS
               GO TO LEER-MOVIMIENTO.
           IF TST-ID(IDX-BUSCA) NOT = MOV-TERMINAL
               GO TO BUSCAR-TERMINAL-MOV.
           ADD 1 TO TST-OPERACIONES(IDX-BUSCA).
           GO TO LEER-MOVIMIENTO.

       MOVIMIENTOS-LEIDOS.
           CLOSE F-MOVIMIENTOS.

      * Segunda pasada: historico de estados, terminal a terminal.
           OPEN INPUT F-HISTTERM.
           IF FSHT <> 00 AND 05
               DISPLAY "BATCHSLA: error abriendo historico, FSHT="
                   FSHT
               GO TO FIN-ERROR.

           OPEN INPUT F-TERMCTL.
           IF FSTC <> 00 AND 05
               DISPLAY "BATCHSLA: error abriendo terminalesctl, "
                   "FSTC=" FSTC
               CLOSE F-HISTTERM
               GO TO FIN-ERROR.

           MOVE 0 TO IDX-TER.

       SIGUIENTE-TERMINAL.
           ADD 1 TO IDX-TER.
           IF IDX-TER > TERMINALES-USADOS
               GO TO HISTORICO-LEIDO.
           PERFORM RECONSTRUIR-MES THRU RECONSTRUIR-MES-FIN.
           GO TO SIGUIENTE-TERMINAL.

       HISTORICO-LEIDO.
           CLOSE F-HISTTERM.
           CLOSE F-TERMCTL.

           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHSLA: error abriendo informesla.txt, "
                   "FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UnizarBank - Disponibilidad de cajeros, mes " MES
               "-" ANO " (horas)"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "Terminal                  "
               " Servic.  %Disp "
               " Sin efe   Averia  Manten.    Batch    Otros "
               " Operac. Perdidas"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.

           INITIALIZE TOTALES-RED.
           MOVE 0 TO IDX-TER.

       EMITIR-TERMINAL.
           ADD 1 TO IDX-TER.
           IF IDX-TER > TERMINALES-USADOS
               GO TO TERMINALES-EMITIDOS.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.
           GO TO EMITIR-TERMINAL.

       TERMINALES-EMITIDOS.
           MOVE "----------------------------------------"
               TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO IDX-TER.
           PERFORM ESCRIBIR-FILA THRU ESCRIBIR-FILA-FIN.

           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "%Disp sobre las horas instalado en el mes.  "
               "Perdidas: operaciones por hora de servicio por "
               "horas fuera de servicio."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE F-INFORME.

           DISPLAY "BATCHSLA: terminales en el maestro : "
               TERMINALES-USADOS.
           DISPLAY "BATCHSLA: cambios de estado del mes: "
               TOTAL-CAMBIOS.
           DISPLAY "BATCHSLA: operaciones de cajero    : "
               TOTAL-MOVIMIENTOS.
           DISPLAY "BATCHSLA: operaciones perdidas     : "
               TOT-PERDIDAS.
           STOP RUN.

      * Reparte los segundos del mes del terminal IDX-TER entre sus
      * estados.  El estado de partida es el ultimo cambio anterior
      * al mes; sin ninguno, el terminal estaba en servicio, salvo
      * que su primer registro sea el alta que anota el propio
      * cajero (hasta entonces no estaba instalado) o que no tenga
      * historico alguno (vale el estado actual de su control).
       RECONSTRUIR-MES.
           MOVE "A" TO ESTADO-TRAMO.
           MOVE SPACE TO CAUSA-TRAMO.
           MOVE 0 TO SEG-INICIO-TRAMO.
           MOVE "N" TO HAY-HISTORICO.

           MOVE TST-ID(IDX-TER) TO HTE-TERMINAL.
           MOVE 0 TO HTE-FECHA.
           MOVE 0 TO HTE-HORA.
           MOVE 0 TO HTE-SEC.
           START F-HISTTERM KEY IS >= HTE-CLAVE INVALID KEY
               GO TO CERRAR-MES.

       LEER-CAMBIO.
           READ F-HISTTERM NEXT RECORD AT END
               GO TO CERRAR-MES.
           IF HTE-TERMINAL NOT = TST-ID(IDX-TER)
               GO TO CERRAR-MES.
           IF HTE-FECHA > FECHA-HOY-AAAAMMDD
               GO TO CERRAR-MES.

           IF HAY-HISTORICO = "N" AND HTE-FECHA >= FECHA-INICIO-MES
              AND HTE-PROGRAMA = "BANK1"
               MOVE "N" TO ESTADO-TRAMO.
           MOVE "S" TO HAY-HISTORICO.

           IF HTE-FECHA < FECHA-INICIO-MES
               MOVE HTE-ESTADO TO ESTADO-TRAMO
               MOVE HTE-CAUSA  TO CAUSA-TRAMO
               GO TO LEER-CAMBIO.

           ADD 1 TO TOTAL-CAMBIOS.
           MOVE HTE-HORA TO HORA.
           COMPUTE SEG-EVENTO = (HTE-FECHA - FECHA-INICIO-MES) * 86400
               + (HORAS * 3600) + (MINUTOS * 60) + SEGUNDOS.
           PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-FIN.
           MOVE HTE-ESTADO TO ESTADO-TRAMO.
           MOVE HTE-CAUSA  TO CAUSA-TRAMO.
           GO TO LEER-CAMBIO.

       CERRAR-MES.
           IF HAY-HISTORICO = "N" AND ESTADO-TRAMO = "A"
               MOVE TST-ID(IDX-TER) TO TCT-ID
               READ F-TERMCTL INVALID KEY
                   MOVE "A" TO TCT-ESTADO
               END-READ
               IF TCT-ESTADO = "F"
                   MOVE "F" TO ESTADO-TRAMO.
           MOVE SEGUNDOS-MES TO SEG-EVENTO.
           PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-FIN.

       RECONSTRUIR-MES-FIN.
           EXIT.

      * Suma al estado en curso el tramo que acaba en SEG-EVENTO.
       ACUMULAR-TRAMO.
           IF SEG-EVENTO <= SEG-INICIO-TRAMO
               GO TO ACUMULAR-TRAMO-FIN.
           COMPUTE SEG-TRAMO = SEG-EVENTO - SEG-INICIO-TRAMO.
           MOVE SEG-EVENTO TO SEG-INICIO-TRAMO.

           IF ESTADO-TRAMO = "A"
               ADD SEG-TRAMO TO TST-SEG-DISP(IDX-TER)
               GO TO ACUMULAR-TRAMO-FIN.
           IF ESTADO-TRAMO = "N"
               ADD SEG-TRAMO TO TST-SEG-NOINST(IDX-TER)
               GO TO ACUMULAR-TRAMO-FIN.
           IF CAUSA-TRAMO = "E"
               ADD SEG-TRAMO TO TST-SEG-EFECTIVO(IDX-TER)
               GO TO ACUMULAR-TRAMO-FIN.
           IF CAUSA-TRAMO = "A"
               ADD SEG-TRAMO TO TST-SEG-AVERIA(IDX-TER)
               GO TO ACUMULAR-TRAMO-FIN.
           IF CAUSA-TRAMO = "M"
               ADD SEG-TRAMO TO TST-SEG-MANTEN(IDX-TER)
               GO TO ACUMULAR-TRAMO-FIN.
           IF CAUSA-TRAMO = "B"
               ADD SEG-TRAMO TO TST-SEG-BATCH(IDX-TER)
               GO TO ACUMULAR-TRAMO-FIN.
           ADD SEG-TRAMO TO TST-SEG-OTROS(IDX-TER).

       ACUMULAR-TRAMO-FIN.
           EXIT.

      * Escribe la fila del terminal IDX-TER y la suma a la red;
      * con IDX-TER a cero escribe el total de la red.
       ESCRIBIR-FILA.
           IF IDX-TER = 0
               GO TO FILA-TOTAL.

           COMPUTE SEG-FUERA = TST-SEG-EFECTIVO(IDX-TER)
               + TST-SEG-AVERIA(IDX-TER) + TST-SEG-MANTEN(IDX-TER)
               + TST-SEG-BATCH(IDX-TER) + TST-SEG-OTROS(IDX-TER).
           MOVE TST-SEG-DISP(IDX-TER)    TO SEG-DISP-FILA.
           MOVE TST-OPERACIONES(IDX-TER) TO OPERACIONES-FILA.
           MOVE 0 TO PERDIDAS-FILA.
           IF SEG-DISP-FILA > 0
               COMPUTE PERDIDAS-FILA ROUNDED = OPERACIONES-FILA
                   * SEG-FUERA / SEG-DISP-FILA.

           ADD TST-SEG-DISP(IDX-TER)     TO TOT-SEG-DISP.
           ADD TST-SEG-EFECTIVO(IDX-TER) TO TOT-SEG-EFECTIVO.
           ADD TST-SEG-AVERIA(IDX-TER)   TO TOT-SEG-AVERIA.
           ADD TST-SEG-MANTEN(IDX-TER)   TO TOT-SEG-MANTEN.
           ADD TST-SEG-BATCH(IDX-TER)    TO TOT-SEG-BATCH.
           ADD TST-SEG-OTROS(IDX-TER)    TO TOT-SEG-OTROS.
           ADD TST-SEG-NOINST(IDX-TER)   TO TOT-SEG-NOINST.
           ADD TST-OPERACIONES(IDX-TER)  TO TOT-OPERACIONES.
           ADD PERDIDAS-FILA             TO TOT-PERDIDAS.

           COMPUTE HORAS-CALCULO ROUNDED =
               TST-SEG-EFECTIVO(IDX-TER) / 3600.
           MOVE HORAS-CALCULO TO EFECTIVO-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED =
               TST-SEG-AVERIA(IDX-TER) / 3600.
           MOVE HORAS-CALCULO TO AVERIA-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED =
               TST-SEG-MANTEN(IDX-TER) / 3600.
           MOVE HORAS-CALCULO TO MANTEN-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED =
               TST-SEG-BATCH(IDX-TER) / 3600.
           MOVE HORAS-CALCULO TO BATCH-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED =
               TST-SEG-OTROS(IDX-TER) / 3600.
           MOVE HORAS-CALCULO TO OTROS-EDIT.

           MOVE SPACES TO ETIQUETA-FILA.
           STRING TST-ID(IDX-TER) " " TST-UBICACION(IDX-TER)
               DELIMITED BY SIZE INTO ETIQUETA-FILA.
           GO TO FILA-ESCRIBIR.

       FILA-TOTAL.
           COMPUTE SEG-FUERA = TOT-SEG-EFECTIVO + TOT-SEG-AVERIA
               + TOT-SEG-MANTEN + TOT-SEG-BATCH + TOT-SEG-OTROS.
           MOVE TOT-SEG-DISP    TO SEG-DISP-FILA.
           MOVE TOT-OPERACIONES TO OPERACIONES-FILA.
           MOVE TOT-PERDIDAS    TO PERDIDAS-FILA.

           COMPUTE HORAS-CALCULO ROUNDED = TOT-SEG-EFECTIVO / 3600.
           MOVE HORAS-CALCULO TO EFECTIVO-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED = TOT-SEG-AVERIA / 3600.
           MOVE HORAS-CALCULO TO AVERIA-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED = TOT-SEG-MANTEN / 3600.
           MOVE HORAS-CALCULO TO MANTEN-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED = TOT-SEG-BATCH / 3600.
           MOVE HORAS-CALCULO TO BATCH-EDIT.
           COMPUTE HORAS-CALCULO ROUNDED = TOT-SEG-OTROS / 3600.
           MOVE HORAS-CALCULO TO OTROS-EDIT.
           MOVE "TOTAL RED" TO ETIQUETA-FILA.

       FILA-ESCRIBIR.
           COMPUTE HORAS-CALCULO ROUNDED = SEG-DISP-FILA / 3600.
           MOVE HORAS-CALCULO TO DISP-EDIT.
           COMPUTE SEG-BASE = SEG-DISP-FILA + SEG-FUERA.
           MOVE 0 TO PORCENTAJE-CALCULO.
           IF SEG-BASE > 0
               COMPUTE PORCENTAJE-CALCULO ROUNDED =
                   SEG-DISP-FILA * 100 / SEG-BASE.
           MOVE PORCENTAJE-CALCULO TO PORCENTAJE-EDIT.
           MOVE OPERACIONES-FILA   TO OPERACIONES-EDIT.
           MOVE PERDIDAS-FILA      TO PERDIDAS-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING ETIQUETA-FILA " " DISP-EDIT " " PORCENTAJE-EDIT
               " " EFECTIVO-EDIT " " AVERIA-EDIT " " MANTEN-EDIT
               " " BATCH-EDIT " " OTROS-EDIT " " OPERACIONES-EDIT
               " " PERDIDAS-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       ESCRIBIR-FILA-FIN.
           EXIT.

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

       FIN-ERROR.
           MOVE "BATCHSLA"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSQ=" FSQ " FSTC=" FSTC " FSHT=" FSHT " FSM=" FSM
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
