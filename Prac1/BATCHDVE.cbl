       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-STOCKDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-CLAVE
           FILE STATUS IS FSDS.

           SELECT OPTIONAL F-MOVSTOCKDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSM-CLAVE
           FILE STATUS IS FSDM.

           SELECT OPTIONAL F-PEDIDOSDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVP-NUM
           ALTERNATE RECORD KEY IS DVP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDV.

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

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.


       DATA DIVISION.
       FILE SECTION.
      * Existencias de billetes extranjeros por sucursal (BANKDST).
       FD F-STOCKDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisasstock.ubd".
       01 STOCKDIV-REG.
           02 DST-CLAVE.
               03 DST-SUCURSAL      PIC  9(4).
               03 DST-MONEDA        PIC  X(3).
           02 DST-DIV-CENT          PIC S9(11).
           02 DST-FECHA-ULT         PIC  9(8).

       FD F-MOVSTOCKDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisasmovstock.ubd".
       01 MOVSTOCKDIV-REG.
           02 DSM-CLAVE.
               03 DSM-FECHA         PIC  9(8).
               03 DSM-HORA          PIC  9(6).
               03 DSM-SEC           PIC  9(3).
           02 DSM-SUCURSAL          PIC  9(4).
           02 DSM-MONEDA            PIC  X(3).
           02 DSM-TIPO              PIC  X(1).
           02 DSM-DIV-CENT          PIC S9(11).
           02 DSM-OPERADOR          PIC  9(4).
           02 DSM-REFERENCIA        PIC X(20).

       FD F-PEDIDOSDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisaspedidos.ubd".
       01 PEDIDODIV-REG.
           02 DVP-NUM               PIC  9(10).
           02 DVP-TARJETA           PIC 9(16).
           02 DVP-MONEDA            PIC   X(3).
           02 DVP-DIV-CENT          PIC S9(11).
           02 DVP-EUR-CENT          PIC S9(11).
           02 DVP-SUCURSAL          PIC   9(4).
           02 DVP-FECHA             PIC   9(8).
           02 DVP-ESTADO            PIC   X(1).

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

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informedivisas.txt".
       01 LINEA-INFORME             PIC X(132).


       WORKING-STORAGE SECTION.
       77 FSDS                      PIC  X(2).
       77 FSDM                      PIC  X(2).
       77 FSDV                      PIC  X(2).
       77 FSPA                      PIC  X(2).
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
       77 FECHA-HOY-INT             PIC  9(9).
       77 FECHA-INICIO-SEMANA       PIC  9(8).
       77 DIA-SEMANA                PIC  9(1).

      * Colchon de billetes que debe guardar cada sucursal con
      * demanda de la divisa, en unidades (parametro DIVCOLCHON).
       78 COLCHON-DEFECTO           VALUE 500.
       77 COLCHON-CENT              PIC S9(11).

      * Una fila por sucursal y divisa: existencias, pedidos de
      * clientes pendientes de entregar y movimientos de la semana.
      * TDV-OBJETIVO es lo que deberia guardar la sucursal; lo que
      * pase de ahi sobra y lo que no llegue falta.
       01 TABLA-DIVISAS.
           02 DIVISA-ENTRADA OCCURS 1000 TIMES.
               03 TDV-SUCURSAL      PIC  9(4).
               03 TDV-MONEDA        PIC  X(3).
               03 TDV-EXIST-CENT    PIC S9(11).
               03 TDV-PEND-CENT     PIC S9(11).
               03 TDV-RECOMPRA-CENT PIC S9(11).
               03 TDV-SUMIN-CENT    PIC S9(11).
               03 TDV-ENTREGA-CENT  PIC S9(11).
               03 TDV-TRASP-CENT    PIC S9(11).
               03 TDV-OBJETIVO-CENT PIC S9(11).
               03 TDV-SOBRA-CENT    PIC S9(11).
               03 TDV-FALTA-CENT    PIC S9(11).
       78 MAX-DIVISAS               VALUE 1000.
       77 DIVISAS-USADAS            PIC  9(4) VALUE 0.
       77 IDX-DIV                   PIC  9(4).
       77 IDX-BUSCA                 PIC  9(4).
       77 IDX-ORIGEN                PIC  9(4).
       77 BUSCA-SUCURSAL            PIC  9(4).
       77 BUSCA-MONEDA              PIC  X(3).
       77 CANTIDAD-CENT             PIC S9(11).

       77 IMPORTE-DIV               PIC S9(9)V99.
       77 EXIST-EDIT                PIC -(9)9.99.
       77 PEND-EDIT                 PIC -(9)9.99.
       77 RECOMPRA-EDIT             PIC -(9)9.99.
       77 SUMIN-EDIT                PIC -(9)9.99.
       77 ENTREGA-EDIT              PIC -(9)9.99.
       77 TRASP-EDIT                PIC -(9)9.99.
       77 SOBRA-EDIT                PIC -(9)9.99.
       77 FALTA-EDIT                PIC -(9)9.99.
       77 CANTIDAD-EDIT             PIC -(9)9.99.

       77 TOTAL-TRASPASOS           PIC  9(6) VALUE 0.
       77 TOTAL-PEDIDOS-MAY         PIC  9(6) VALUE 0.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).


      * Informe semanal de existencias de billetes extranjeros.  Los
      * viernes saca, por sucursal y divisa, las existencias, los
      * pedidos de clientes pendientes y las entradas y salidas de la
      * semana; propone traspasos de las sucursales a las que les
      * sobra a las que les falta y, lo que no se cubra asi, un
      * pedido al mayorista.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BATCHDVE - Existencias de divisas en sucursal".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

      * Solo los viernes; la semana son los siete dias contables
      * que acaban hoy.
           COMPUTE FECHA-HOY-INT =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-AAAAMMDD).
           COMPUTE DIA-SEMANA = FUNCTION MOD(FECHA-HOY-INT, 7).
           IF DIA-SEMANA NOT = 5
               DISPLAY "BATCHDVE: no es viernes, sin informe"
               STOP RUN.
           COMPUTE FECHA-INICIO-SEMANA =
               FUNCTION DATE-OF-INTEGER(FECHA-HOY-INT - 6).

           PERFORM LEER-COLCHON THRU LEER-COLCHON-FIN.
           INITIALIZE TABLA-DIVISAS.

           OPEN INPUT F-STOCKDIV.
           IF FSDS <> 00 AND 05
               DISPLAY "BATCHDVE: error abriendo existencias, FSDS="
                   FSDS
               GO TO FIN-ERROR.

       LEER-EXISTENCIAS.
           READ F-STOCKDIV NEXT RECORD AT END
               GO TO EXISTENCIAS-LEIDAS.
           MOVE DST-SUCURSAL TO BUSCA-SUCURSAL.
           MOVE DST-MONEDA   TO BUSCA-MONEDA.
           PERFORM BUSCAR-FILA THRU BUSCAR-FILA-FIN.
           IF IDX-BUSCA = 0
               GO TO LEER-EXISTENCIAS.
           MOVE DST-DIV-CENT TO TDV-EXIST-CENT(IDX-BUSCA).
           GO TO LEER-EXISTENCIAS.

       EXISTENCIAS-LEIDAS.
           CLOSE F-STOCKDIV.

      * Pedidos de clientes aun no entregados: son la demanda que la
      * sucursal tiene comprometida.
           OPEN INPUT F-PEDIDOSDIV.
           IF FSDV <> 00 AND 05
               DISPLAY "BATCHDVE: error abriendo pedidos, FSDV="
                   FSDV
               GO TO FIN-ERROR.

       LEER-PEDIDO.
           READ F-PEDIDOSDIV NEXT RECORD AT END
               GO TO PEDIDOS-LEIDOS.
           IF DVP-ESTADO NOT = "P"
               GO TO LEER-PEDIDO.
           MOVE DVP-SUCURSAL TO BUSCA-SUCURSAL.
           MOVE DVP-MONEDA   TO BUSCA-MONEDA.
           PERFORM BUSCAR-FILA THRU BUSCAR-FILA-FIN.
           IF IDX-BUSCA = 0
               GO TO LEER-PEDIDO.
           ADD DVP-DIV-CENT TO TDV-PEND-CENT(IDX-BUSCA).
           GO TO LEER-PEDIDO.

       PEDIDOS-LEIDOS.
           CLOSE F-PEDIDOSDIV.

      * Entradas y salidas de la semana por tipo.
           OPEN INPUT F-MOVSTOCKDIV.
           IF FSDM <> 00 AND 05
               DISPLAY "BATCHDVE: error abriendo movimientos de "
                   "existencias, FSDM=" FSDM
               GO TO FIN-ERROR.

           MOVE FECHA-INICIO-SEMANA TO DSM-FECHA.
           MOVE 0 TO DSM-HORA.
           MOVE 0 TO DSM-SEC.
           START F-MOVSTOCKDIV KEY IS >= DSM-CLAVE INVALID KEY
               GO TO MOVIMIENTOS-LEIDOS.

       LEER-MOVIMIENTO.
           READ F-MOVSTOCKDIV NEXT RECORD AT END
               GO TO MOVIMIENTOS-LEIDOS.
           IF DSM-FECHA > FECHA-HOY-AAAAMMDD
               GO TO MOVIMIENTOS-LEIDOS.
           MOVE DSM-SUCURSAL TO BUSCA-SUCURSAL.
           MOVE DSM-MONEDA   TO BUSCA-MONEDA.
           PERFORM BUSCAR-FILA THRU BUSCAR-FILA-FIN.
           IF IDX-BUSCA = 0
               GO TO LEER-MOVIMIENTO.
           IF DSM-TIPO = "R"
               ADD DSM-DIV-CENT TO TDV-RECOMPRA-CENT(IDX-BUSCA).
           IF DSM-TIPO = "S"
               ADD DSM-DIV-CENT TO TDV-SUMIN-CENT(IDX-BUSCA).
           IF DSM-TIPO = "E"
               SUBTRACT DSM-DIV-CENT FROM TDV-ENTREGA-CENT(IDX-BUSCA).
           IF DSM-TIPO = "T"
               ADD DSM-DIV-CENT TO TDV-TRASP-CENT(IDX-BUSCA).
           GO TO LEER-MOVIMIENTO.

       MOVIMIENTOS-LEIDOS.
           CLOSE F-MOVSTOCKDIV.

      * Objetivo de cada fila: los pedidos pendientes mas el colchon
      * si la sucursal tiene demanda de la divisa (pedidos pendientes
      * o entregas en la semana).
           MOVE 0 TO IDX-DIV.

       CALCULAR-OBJETIVO.
           ADD 1 TO IDX-DIV.
           IF IDX-DIV > DIVISAS-USADAS
               GO TO OBJETIVOS-CALCULADOS.
           MOVE TDV-PEND-CENT(IDX-DIV) TO TDV-OBJETIVO-CENT(IDX-DIV).
           IF TDV-PEND-CENT(IDX-DIV) > 0
               OR TDV-ENTREGA-CENT(IDX-DIV) > 0
               ADD COLCHON-CENT TO TDV-OBJETIVO-CENT(IDX-DIV).
           MOVE 0 TO TDV-SOBRA-CENT(IDX-DIV).
           MOVE 0 TO TDV-FALTA-CENT(IDX-DIV).
           IF TDV-EXIST-CENT(IDX-DIV) > TDV-OBJETIVO-CENT(IDX-DIV)
               COMPUTE TDV-SOBRA-CENT(IDX-DIV) =
                   TDV-EXIST-CENT(IDX-DIV) - TDV-OBJETIVO-CENT(IDX-DIV)
           ELSE
               COMPUTE TDV-FALTA-CENT(IDX-DIV) =
                   TDV-OBJETIVO-CENT(IDX-DIV) - TDV-EXIST-CENT(IDX-DIV).
           GO TO CALCULAR-OBJETIVO.

       OBJETIVOS-CALCULADOS.
           OPEN OUTPUT F-INFORME.
           IF FSIF <> 00
               DISPLAY "BATCHDVE: error abriendo informe, FSIF=" FSIF
               GO TO FIN-ERROR.

           MOVE SPACES TO LINEA-INFORME.
           STRING "UNIZARBANK - EXISTENCIAS DE DIVISAS EN SUCURSAL - "
               "SEMANA " FECHA-INICIO-SEMANA " A " FECHA-HOY-AAAAMMDD
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "SUC. MON   EXISTENCIAS     PENDIENTE     RECOMPRAS"
               "   SUMINISTROS      ENTREGAS     TRASPASOS"
               "         SOBRA         FALTA"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO IDX-DIV.

       ESCRIBIR-FILA.
           ADD 1 TO IDX-DIV.
           IF IDX-DIV > DIVISAS-USADAS
               GO TO FILAS-ESCRITAS.
           COMPUTE IMPORTE-DIV = TDV-EXIST-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO EXIST-EDIT.
           COMPUTE IMPORTE-DIV = TDV-PEND-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO PEND-EDIT.
           COMPUTE IMPORTE-DIV = TDV-RECOMPRA-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO RECOMPRA-EDIT.
           COMPUTE IMPORTE-DIV = TDV-SUMIN-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO SUMIN-EDIT.
           COMPUTE IMPORTE-DIV = TDV-ENTREGA-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO ENTREGA-EDIT.
           COMPUTE IMPORTE-DIV = TDV-TRASP-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO TRASP-EDIT.
           COMPUTE IMPORTE-DIV = TDV-SOBRA-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO SOBRA-EDIT.
           COMPUTE IMPORTE-DIV = TDV-FALTA-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO FALTA-EDIT.

           MOVE SPACES TO LINEA-INFORME.
           STRING TDV-SUCURSAL(IDX-DIV) " " TDV-MONEDA(IDX-DIV) " "
               EXIST-EDIT " " PEND-EDIT " " RECOMPRA-EDIT " "
               SUMIN-EDIT " " ENTREGA-EDIT " " TRASP-EDIT " "
               SOBRA-EDIT " " FALTA-EDIT
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           GO TO ESCRIBIR-FILA.

       FILAS-ESCRITAS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "PROPUESTA DE REDISTRIBUCION Y PEDIDO AL MAYORISTA"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

      * A cada fila a la que le falta se le asigna lo que sobra en
      * otras sucursales de la misma divisa, en el orden de la tabla;
      * lo que quede sin cubrir va al pedido al mayorista.
           MOVE 0 TO IDX-DIV.

       REPARTIR-FILA.
           ADD 1 TO IDX-DIV.
           IF IDX-DIV > DIVISAS-USADAS
               GO TO REPARTO-HECHO.
           IF TDV-FALTA-CENT(IDX-DIV) = 0
               GO TO REPARTIR-FILA.
           MOVE 0 TO IDX-ORIGEN.

       BUSCAR-SOBRANTE.
           IF TDV-FALTA-CENT(IDX-DIV) = 0
               GO TO REPARTIR-FILA.
           ADD 1 TO IDX-ORIGEN.
           IF IDX-ORIGEN > DIVISAS-USADAS
               GO TO PEDIR-MAYORISTA.
           IF TDV-MONEDA(IDX-ORIGEN) NOT = TDV-MONEDA(IDX-DIV)
               OR TDV-SOBRA-CENT(IDX-ORIGEN) = 0
               GO TO BUSCAR-SOBRANTE.

           IF TDV-SOBRA-CENT(IDX-ORIGEN) < TDV-FALTA-CENT(IDX-DIV)
               MOVE TDV-SOBRA-CENT(IDX-ORIGEN) TO CANTIDAD-CENT
           ELSE
               MOVE TDV-FALTA-CENT(IDX-DIV) TO CANTIDAD-CENT.
           SUBTRACT CANTIDAD-CENT FROM TDV-SOBRA-CENT(IDX-ORIGEN).
           SUBTRACT CANTIDAD-CENT FROM TDV-FALTA-CENT(IDX-DIV).

           COMPUTE IMPORTE-DIV = CANTIDAD-CENT / 100.
           MOVE IMPORTE-DIV TO CANTIDAD-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Traspasar " TDV-MONEDA(IDX-DIV) " "
               CANTIDAD-EDIT " de la sucursal "
               TDV-SUCURSAL(IDX-ORIGEN) " a la sucursal "
               TDV-SUCURSAL(IDX-DIV)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO TOTAL-TRASPASOS.
           GO TO BUSCAR-SOBRANTE.

       PEDIR-MAYORISTA.
           COMPUTE IMPORTE-DIV = TDV-FALTA-CENT(IDX-DIV) / 100.
           MOVE IMPORTE-DIV TO CANTIDAD-EDIT.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  Pedir al mayorista " TDV-MONEDA(IDX-DIV) " "
               CANTIDAD-EDIT " para la sucursal "
               TDV-SUCURSAL(IDX-DIV)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 1 TO TOTAL-PEDIDOS-MAY.
           GO TO REPARTIR-FILA.

       REPARTO-HECHO.
           IF TOTAL-TRASPASOS = 0 AND TOTAL-PEDIDOS-MAY = 0
               MOVE SPACES TO LINEA-INFORME
               STRING "  Existencias suficientes en todas las "
                   "sucursales" DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME.

           CLOSE F-INFORME.
           DISPLAY "BATCHDVE: filas " DIVISAS-USADAS
               " traspasos " TOTAL-TRASPASOS
               " pedidos al mayorista " TOTAL-PEDIDOS-MAY.
           STOP RUN.

      * Fila de BUSCA-SUCURSAL y BUSCA-MONEDA; si no esta se anade.
      * Con la tabla llena deja IDX-BUSCA a cero.
       BUSCAR-FILA.
           MOVE 0 TO IDX-BUSCA.

       BUSCAR-FILA-SIGUIENTE.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > DIVISAS-USADAS
               GO TO ANADIR-FILA.
           IF TDV-SUCURSAL(IDX-BUSCA) = BUSCA-SUCURSAL
               AND TDV-MONEDA(IDX-BUSCA) = BUSCA-MONEDA
               GO TO BUSCAR-FILA-FIN.
           GO TO BUSCAR-FILA-SIGUIENTE.

       ANADIR-FILA.
           IF DIVISAS-USADAS >= MAX-DIVISAS
               DISPLAY "BATCHDVE: tabla de divisas llena, "
                   BUSCA-SUCURSAL " " BUSCA-MONEDA
                   " queda fuera del informe"
               MOVE 0 TO IDX-BUSCA
               GO TO BUSCAR-FILA-FIN.
           ADD 1 TO DIVISAS-USADAS.
           MOVE DIVISAS-USADAS TO IDX-BUSCA.
           MOVE BUSCA-SUCURSAL TO TDV-SUCURSAL(IDX-BUSCA).
           MOVE BUSCA-MONEDA   TO TDV-MONEDA(IDX-BUSCA).

       BUSCAR-FILA-FIN.
           EXIT.

       LEER-COLCHON.
           COMPUTE COLCHON-CENT = COLCHON-DEFECTO * 100.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-COLCHON-FIN.

           MOVE "DIVCOLCHON" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-COLCHON-FIN.

           COMPUTE COLCHON-CENT = PAR-VALOR * 100.
           CLOSE F-PARAMETROS.

       LEER-COLCHON-FIN.
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
           MOVE "BATCHDVE"     TO INC-AVISO-PROGRAMA.
           MOVE "FIN-ERROR"    TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSDS=" FSDS " FSDV=" FSDV " FSDM=" FSDM
               " FSIF=" FSIF
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           STOP RUN.
