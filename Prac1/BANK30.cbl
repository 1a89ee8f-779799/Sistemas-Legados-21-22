           RECORD KEY IS MSJ-CLAVE
           FILE STATUS IS FSMS.

           SELECT OPTIONAL F-TASAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TASA-MONEDA
           FILE STATUS IS FSX.

           SELECT OPTIONAL F-BINESDCC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BDC-BIN-DESDE
           FILE STATUS IS FSBD.

           SELECT OPTIONAL F-DCC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCC-MOV-NUM
           FILE STATUS IS FSDC.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
               03 MSJ-NUM           PIC  9(4).
           02 MSJ-TEXTO             PIC  X(60).

       FD F-TASAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tasascambio.ubd".
       01 TASA-REG.
           02 TASA-MONEDA           PIC  X(3).
           02 TASA-CAMBIO-ENT       PIC  9(5).
           02 TASA-CAMBIO-DEC       PIC  9(4).
           02 TASA-FECHA            PIC  9(8).

      * Moneda de origen de las tarjetas de otras entidades por
      * rango de BIN, para ofrecer el cargo en su moneda.
       FD F-BINESDCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "binesdcc.ubd".
       01 BINDCC-REG.
           02 BDC-BIN-DESDE         PIC  9(6).
           02 BDC-BIN-HASTA         PIC  9(6).
           02 BDC-MONEDA            PIC  X(3).

      * Conversion de moneda ofrecida en cajero, una por retirada con
      * la clave del movimiento de la retirada.  Importes en
      * centimos de euro y, los DIV, en centesimas de la moneda de
      * la tarjeta; DCC-TASA es unidades de esa moneda por euro con
      * el margen incluido, por 10000.  DCC-ACEPTADA S si el titular
      * eligio su moneda.
       FD F-DCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "dccoperaciones.ubd".
       01 DCC-REG.
           02 DCC-MOV-NUM           PIC  9(35).
           02 DCC-TARJETA           PIC  9(16).
           02 DCC-FECHA             PIC  9(8).
           02 DCC-TERMINAL          PIC  9(4).
           02 DCC-MONEDA            PIC  X(3).
           02 DCC-TASA              PIC  9(9).
           02 DCC-MARGEN-BP         PIC  9(4).
           02 DCC-EFECTIVO-CENT     PIC  9(9).
           02 DCC-COMISION-CENT     PIC  9(9).
           02 DCC-EFECTIVO-DIV      PIC 9(11).
           02 DCC-COMISION-DIV      PIC 9(11).
           02 DCC-MARGEN-CENT       PIC  9(9).
           02 DCC-ACEPTADA          PIC  X(1).


       WORKING-STORAGE SECTION.
       77 FSM                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 FSMS                     PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSBD                     PIC  X(2).
       77 FSDC                     PIC  X(2).
       77 MSJ-NUM-BUSCADO          PIC  9(4).
       77 MSJ-TEXTO-USAR           PIC  X(60).
       77 IDIOMA-USUARIO           PIC  X(2) VALUE "ES".
       77 CON-CONSULTA             PIC   X(35)
           VALUE "Consulta saldo tarjeta ajena".

      * Cargo en la moneda de la tarjeta (conversion en cajero):
      * margen sobre el cambio del dia en puntos basicos, salvo
      * parametro DCCMARGBP.
       78 DCCMARG-DEFECTO          VALUE 300.
       77 MARGEN-DCC-BP            PIC   9(4).
       77 BIN-TARJETA              PIC   9(6).
       77 MONEDA-TARJETA           PIC   X(3).
       77 MONEDA-CARGO             PIC   X(3) VALUE "EUR".
       77 DCC-OFRECIDA             PIC   X(1) VALUE "N".
       77 TASA-ESCALADA            PIC   9(9).
       77 TASA-DCC                 PIC   9(9).
       77 EFECTIVO-DIV-CENT        PIC  9(11).
       77 COMISION-DIV-CENT        PIC  9(11).
       77 TOTAL-DIV-CENT           PIC  9(11).
       77 TOTAL-EUR-CENT           PIC   9(9).
       77 MARGEN-DCC-CENT          PIC   9(9).
       77 PROD-CONVERSION          PIC  9(18).
       77 IMPORTE-EDIT             PIC  Z(8)9.99.
       77 TASA-EDIT                PIC  ZZZZ9.9999.
       77 MARGEN-EDIT              PIC  Z9.99.

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       01 DATOS-CAPTURA.
           02 CAPC-TARJETA          PIC 9(16).
           02 CAPC-TERMINAL         PIC  9(4).
           02 CAPC-MOTIVO           PIC  X(3).
           02 CAPC-PROPIA           PIC  X(1).

       77 MOV-NUM-RETIRADA         PIC  9(35).
       77 BILLETES-PRESENTADOS     PIC   X(1) VALUE "N".
       77 ENTREGADO-ENT            PIC   9(7).
       01 DATOS-DISPENSACION.
           02 DSPC-OPERACION        PIC  X(1).
           02 DSPC-MOV-NUM          PIC  9(35).
           02 DSPC-TARJETA          PIC  9(16).
           02 DSPC-TERMINAL         PIC  9(4).
           02 DSPC-CANAL            PIC  X(3).
           02 DSPC-CREDITO          PIC  X(1).
           02 DSPC-BILL50           PIC  9(5).
           02 DSPC-BILL20           PIC  9(5).
           02 DSPC-BILL10           PIC  9(5).
           02 DSPC-COMISION-CENT    PIC  9(9).
           02 DSPC-RESULTADO        PIC  X(1).
           02 DSPC-ENTREGADO-CENT   PIC  9(9).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 TERMINAL-ID              PIC   9(4).
                   EXIT PROGRAM
               ELSE
                   IF TIMEOUT-PRESSED
                       GO TO RETENER-OLVIDADA
                   ELSE
                       GO TO PMENU-ADQ-ACEPTAR.

               GO TO PANTALLA-RETIRADA
           END-IF.

           PERFORM OFRECER-DCC THRU OFRECER-DCC-FIN.

      * El cargo real lo hace la entidad emisora; aqui se anota la
      * salida de efectivo con saldo posterior a cero para que la
      * liquidacion de intercambio reclame el importe al emisor.
      * MOV-MONEDA recoge la moneda en que el titular eligio que se
      * le cargara; el importe del movimiento sigue en euros.
       INSERTAR-MOVIMIENTO.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00 AND 05
           MOVE 0                       TO MOV-SALDOPOS-ENT.
           MOVE 0                       TO MOV-SALDOPOS-DEC.
           MOVE " "                     TO MOV-ESTADO.
           MOVE MONEDA-CARGO            TO MOV-MONEDA.
           MOVE TERMINAL-ID             TO MOV-TERMINAL.
           MOVE "ADQ"                   TO MOV-CANAL.
           MOVE "EFE"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE LAST-MOV-NUM            TO MOV-NUM-RETIRADA.

           IF COMISION-CENT > 0
               PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN

           CLOSE F-MOVIMIENTOS.

           IF DCC-OFRECIDA = "S"
               PERFORM REGISTRAR-DCC THRU REGISTRAR-DCC-FIN.

      * El dispensador saca lo que los cassettes pueden dar y deja
      * el resultado anotado contra el movimiento de la retirada.
           MOVE "E"              TO DSPC-OPERACION.
           MOVE MOV-NUM-RETIRADA TO DSPC-MOV-NUM.
           MOVE TNUM             TO DSPC-TARJETA.
           MOVE TERMINAL-ID      TO DSPC-TERMINAL.
           MOVE "ADQ"            TO DSPC-CANAL.
           MOVE "N"              TO DSPC-CREDITO.
           MOVE NUM-BILL50       TO DSPC-BILL50.
           MOVE NUM-BILL20       TO DSPC-BILL20.
           MOVE NUM-BILL10       TO DSPC-BILL10.
           MOVE COMISION-CENT    TO DSPC-COMISION-CENT.
           CALL "BANKDSP" USING DATOS-DISPENSACION.
           IF DSPC-RESULTADO = "D" OR DSPC-RESULTADO = "P"
               MOVE "S" TO BILLETES-PRESENTADOS.

       FINALIZACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirar efectivo" LINE 8 COLUMN 30.
           IF DSPC-RESULTADO = "F"
               DISPLAY "El cajero no ha podido entregar el efectivo"
                   LINE 10 COLUMN 19
               DISPLAY "Se le abonara tras el recuento del cajero"
                   LINE 13 COLUMN 19
               GO TO FINALIZACION-ACEPTAR.
           MOVE "Por favor, retire los billetes" TO MSJ-TEXTO-USAR.
           MOVE 45 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 10 COLUMN 19.
           DISPLAY "El cargo lo efectuara su entidad" LINE 12
               COLUMN 19.
           IF MONEDA-CARGO NOT = "EUR"
               DISPLAY "en" LINE 12 COLUMN 52
               DISPLAY MONEDA-CARGO LINE 12 COLUMN 55.
           IF DSPC-RESULTADO = "P"
               COMPUTE ENTREGADO-ENT = DSPC-ENTREGADO-CENT / 100
               DISPLAY "Entrega incompleta: " LINE 13 COLUMN 19
               DISPLAY ENTREGADO-ENT LINE 13 COLUMN 39
               DISPLAY " EUR; el resto se abonara tras el recuento"
                   LINE 13 COLUMN 46.

       FINALIZACION-ACEPTAR.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      *****************************************************************
      * Conversion de moneda en cajero: si el BIN de la tarjeta es de
      * un pais con otra moneda y hay cambio del dia, se ofrece el
      * cargo en esa moneda con el cambio y el margen a la vista; el
      * titular elige y su eleccion queda anotada.
      *****************************************************************
       OFRECER-DCC.
           MOVE "EUR" TO MONEDA-CARGO.
           MOVE "N" TO DCC-OFRECIDA.

           MOVE TNUM(1:6) TO BIN-TARJETA.
           PERFORM BUSCAR-MONEDA-BIN THRU BUSCAR-MONEDA-BIN-FIN.
           IF MONEDA-TARJETA = SPACES OR MONEDA-TARJETA = "EUR"
               GO TO OFRECER-DCC-FIN.

           PERFORM BUSCAR-TASA THRU BUSCAR-TASA-FIN.
           IF TASA-ESCALADA = 0
               GO TO OFRECER-DCC-FIN.

           PERFORM LEER-MARGEN-DCC THRU LEER-MARGEN-DCC-FIN.
           COMPUTE PROD-CONVERSION = TASA-ESCALADA
               * (10000 + MARGEN-DCC-BP).
           COMPUTE TASA-DCC = PROD-CONVERSION / 10000.

           COMPUTE PROD-CONVERSION = CENT-IMPOR-USER * TASA-DCC.
           COMPUTE EFECTIVO-DIV-CENT = PROD-CONVERSION / 10000.
           COMPUTE PROD-CONVERSION = COMISION-CENT * TASA-DCC.
           COMPUTE COMISION-DIV-CENT = PROD-CONVERSION / 10000.
           COMPUTE TOTAL-DIV-CENT = EFECTIVO-DIV-CENT
               + COMISION-DIV-CENT.
           COMPUTE TOTAL-EUR-CENT = CENT-IMPOR-USER + COMISION-CENT.
           COMPUTE PROD-CONVERSION = TOTAL-EUR-CENT * MARGEN-DCC-BP.
           COMPUTE MARGEN-DCC-CENT = PROD-CONVERSION / 10000.
           MOVE "S" TO DCC-OFRECIDA.

       PANTALLA-DCC.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirar efectivo" LINE 8 COLUMN 30.
           DISPLAY "Su tarjeta es de moneda" LINE 10 COLUMN 15.
           DISPLAY MONEDA-TARJETA LINE 10 COLUMN 39.
           DISPLAY "Total a cargar en EUR:" LINE 12 COLUMN 15.
           COMPUTE IMPORTE-EDIT = TOTAL-EUR-CENT / 100.
           DISPLAY IMPORTE-EDIT LINE 12 COLUMN 40.
           DISPLAY "Total a cargar en" LINE 13 COLUMN 15.
           DISPLAY MONEDA-TARJETA LINE 13 COLUMN 33.
           DISPLAY ":" LINE 13 COLUMN 36.
           COMPUTE IMPORTE-EDIT = TOTAL-DIV-CENT / 100.
           DISPLAY IMPORTE-EDIT LINE 13 COLUMN 40.
           DISPLAY "Cambio aplicado: 1 EUR =" LINE 15 COLUMN 15.
           COMPUTE TASA-EDIT = TASA-DCC / 10000.
           DISPLAY TASA-EDIT LINE 15 COLUMN 40.
           DISPLAY MONEDA-TARJETA LINE 15 COLUMN 51.
           DISPLAY "Incluye un margen sobre el cambio del dia del"
               LINE 16 COLUMN 15.
           COMPUTE MARGEN-EDIT = MARGEN-DCC-BP / 100.
           DISPLAY MARGEN-EDIT LINE 16 COLUMN 61.
           DISPLAY "%" LINE 16 COLUMN 66.
           DISPLAY "1 - Cargar en" LINE 18 COLUMN 15.
           DISPLAY MONEDA-TARJETA LINE 18 COLUMN 29.
           DISPLAY "2 - Cargar en EUR (cambio de su entidad)" LINE 19
               COLUMN 15.
           MOVE "ESC - Cancelar" TO MSJ-TEXTO-USAR.
           MOVE 3 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 66.

       PANTALLA-DCC-ACEPTAR.
           ACCEPT CHOICE LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF TIMEOUT-PRESSED
                       GO TO RETENER-OLVIDADA
                   ELSE
                       GO TO PANTALLA-DCC-ACEPTAR.

           IF CHOICE = 1
               MOVE MONEDA-TARJETA TO MONEDA-CARGO
               GO TO OFRECER-DCC-FIN.
           IF CHOICE = 2
               GO TO OFRECER-DCC-FIN.
           GO TO PANTALLA-DCC-ACEPTAR.

       OFRECER-DCC-FIN.
           EXIT.

       BUSCAR-MONEDA-BIN.
           MOVE SPACES TO MONEDA-TARJETA.

           OPEN INPUT F-BINESDCC.
           IF FSBD <> 00
               CLOSE F-BINESDCC
               GO TO BUSCAR-MONEDA-BIN-FIN.

       LEER-BIN-DCC.
           READ F-BINESDCC NEXT RECORD AT END
               GO TO BINES-DCC-LEIDOS.
           IF BIN-TARJETA < BDC-BIN-DESDE
               GO TO BINES-DCC-LEIDOS.
           IF BIN-TARJETA > BDC-BIN-HASTA
               GO TO LEER-BIN-DCC.
           MOVE BDC-MONEDA TO MONEDA-TARJETA.

       BINES-DCC-LEIDOS.
           CLOSE F-BINESDCC.

       BUSCAR-MONEDA-BIN-FIN.
           EXIT.

       BUSCAR-TASA.
           MOVE 0 TO TASA-ESCALADA.

           OPEN INPUT F-TASAS.
           IF FSX <> 00
               CLOSE F-TASAS
               GO TO BUSCAR-TASA-FIN.

           MOVE MONEDA-TARJETA TO TASA-MONEDA.
           READ F-TASAS INVALID KEY
               CLOSE F-TASAS
               GO TO BUSCAR-TASA-FIN.

           COMPUTE TASA-ESCALADA = (TASA-CAMBIO-ENT * 10000)
                                  + TASA-CAMBIO-DEC.
           CLOSE F-TASAS.

       BUSCAR-TASA-FIN.
           EXIT.

       LEER-MARGEN-DCC.
           MOVE DCCMARG-DEFECTO TO MARGEN-DCC-BP.

           OPEN INPUT F-PARAMETROS.
           IF FSPA <> 00
               CLOSE F-PARAMETROS
               GO TO LEER-MARGEN-DCC-FIN.

           MOVE "DCCMARGBP" TO PAR-ID.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               GO TO LEER-MARGEN-DCC-FIN.

           MOVE PAR-VALOR TO MARGEN-DCC-BP.
           CLOSE F-PARAMETROS.

       LEER-MARGEN-DCC-FIN.
           EXIT.

      * La oferta queda registrada se acepte o no, para medir la
      * aceptacion y liquidar en la moneda del titular.
       REGISTRAR-DCC.
           OPEN I-O F-DCC.
           IF FSDC = 35
               CLOSE F-DCC
               OPEN OUTPUT F-DCC
               CLOSE F-DCC
               OPEN I-O F-DCC.
           IF FSDC <> 00 AND 05
               GO TO REGISTRAR-DCC-FIN.

           MOVE MOV-NUM-RETIRADA      TO DCC-MOV-NUM.
           MOVE TNUM                  TO DCC-TARJETA.
           COMPUTE DCC-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE TERMINAL-ID           TO DCC-TERMINAL.
           MOVE MONEDA-TARJETA        TO DCC-MONEDA.
           MOVE TASA-DCC              TO DCC-TASA.
           MOVE MARGEN-DCC-BP         TO DCC-MARGEN-BP.
           MOVE CENT-IMPOR-USER       TO DCC-EFECTIVO-CENT.
           MOVE COMISION-CENT         TO DCC-COMISION-CENT.
           MOVE EFECTIVO-DIV-CENT     TO DCC-EFECTIVO-DIV.
           MOVE COMISION-DIV-CENT     TO DCC-COMISION-DIV.
           MOVE MARGEN-DCC-CENT       TO DCC-MARGEN-CENT.
           MOVE "N"                   TO DCC-ACEPTADA.
           IF MONEDA-CARGO NOT = "EUR"
               MOVE "S" TO DCC-ACEPTADA.
           WRITE DCC-REG INVALID KEY CONTINUE.
           CLOSE F-DCC.

       REGISTRAR-DCC-FIN.
           EXIT.

      * Tarifa de adquirencia que se repercute al titular ajeno.
       CALCULAR-COMISION.
           MOVE 0 TO COMISION-CENT.
       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               MOVE "N" TO BILLETES-PRESENTADOS
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-PRESSED
                   GO TO RETENER-OLVIDADA
               ELSE
                   GO TO EXIT-ENTER.

      * Tarjeta de otra entidad abandonada en la boca: el cajero la
      * recoge y queda anotada para devolverla a su emisor por la red.
      * Si quedaban billetes presentados, se retraen antes.
       RETENER-OLVIDADA.
           IF BILLETES-PRESENTADOS = "S"
               MOVE "N" TO BILLETES-PRESENTADOS
               MOVE "R" TO DSPC-OPERACION
               CALL "BANKDSP" USING DATOS-DISPENSACION.

           MOVE TNUM        TO CAPC-TARJETA.
           MOVE TERMINAL-ID TO CAPC-TERMINAL.
           MOVE "OLV"       TO CAPC-MOTIVO.
           MOVE "N"         TO CAPC-PROPIA.
           CALL "BANKCAP" USING DATOS-CAPTURA.
           EXIT PROGRAM.

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
       LEER-FECHA-OPERACION.
