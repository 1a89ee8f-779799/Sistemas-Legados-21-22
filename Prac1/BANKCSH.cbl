       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCSH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECOMPENSAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCP-NUM
           FILE STATUS IS FSRC.

           SELECT OPTIONAL F-DISPUTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISP-NUM
           FILE STATUS IS FSD.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-ID
           FILE STATUS IS FSPA.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.


       DATA DIVISION.
       FILE SECTION.
      * Reglas del programa de cashback (BANK76).  Cada regla da
      * RCP-BP puntos basicos de lo gastado en la categoria, y si se
      * informan, solo por el canal, el producto de la cuenta o los
      * recibos del acreedor indicados, entre RCP-DESDE y RCP-HASTA
      * (AAAAMMDD, 0 = sin limite).  RCP-ESTADO en blanco vigente,
      * B dada de baja.
       FD F-RECOMPENSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recompensas.ubd".
       01 RECOMPENSA-REG.
           02 RCP-NUM               PIC  9(4).
           02 RCP-NOMBRE            PIC X(30).
           02 RCP-CATEGORIA         PIC  X(3).
           02 RCP-CANAL             PIC  X(3).
           02 RCP-PRODUCTO          PIC  X(3).
           02 RCP-ACREEDOR          PIC  X(8).
           02 RCP-DESDE             PIC  9(8).
           02 RCP-HASTA             PIC  9(8).
           02 RCP-BP                PIC  9(4).
           02 RCP-ESTADO            PIC  X(1).

       FD F-DISPUTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "disputas.ubd".
       01 DISPUTA-REG.
           02 DISP-NUM               PIC  9(10).
           02 DISP-MOV-NUM           PIC  9(35).
           02 DISP-TARJETA           PIC  9(16).
           02 DISP-ANO               PIC   9(4).
           02 DISP-MES               PIC   9(2).
           02 DISP-DIA               PIC   9(2).
           02 DISP-MOTIVO            PIC  X(40).
           02 DISP-ESTADO            PIC   X(1).
           02 DISP-RESOLUCION        PIC  X(20).

       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-ID               PIC  X(10).
           02 PAR-VALOR            PIC  9(9).

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


       WORKING-STORAGE SECTION.
       77 FSRC                     PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSPA                     PIC  X(2).
       77 FSM                      PIC  X(2).

       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

       77 INICIO-MES               PIC  9(8).
       77 FIN-MES                  PIC  9(8).
       77 FECHA-MOV                PIC  9(8).
       77 MOV-CENT                 PIC S9(9).
       77 GASTO-CENT               PIC  9(9).
       77 GANADO-CENT              PIC  9(9).
       77 PRODUCTO-TARJETA         PIC  X(3).

      * Reglas vigentes en algun dia del mes calculado.
       01 TABLA-REGLAS.
           02 REGLA-ENTRADA OCCURS 50 TIMES.
               03 TRG-NUM           PIC  9(4).
               03 TRG-CATEGORIA     PIC  X(3).
               03 TRG-CANAL         PIC  X(3).
               03 TRG-PRODUCTO      PIC  X(3).
               03 TRG-ACREEDOR      PIC X(20).
               03 TRG-DESDE         PIC  9(8).
               03 TRG-HASTA         PIC  9(8).
               03 TRG-BP            PIC  9(4).
       78 MAX-REGLAS               VALUE 50.
       77 REGLAS-CARGADAS          PIC  9(2).
       77 IDX-REG                  PIC  9(2).
       77 REGLA-ELEGIDA            PIC  9(2).
       77 IDX-DESGLOSE             PIC  9(2).

      * Movimientos de la tarjeta con una disputa no rechazada.
       01 TABLA-DISPUTADOS.
           02 DISPUTADO-MOV        PIC 9(35) OCCURS 50 TIMES.
       78 MAX-DISPUTADOS           VALUE 50.
       77 DISPUTADOS-CARGADOS      PIC  9(2).
       77 IDX-DIS                  PIC  9(2).
       77 MOV-DISPUTADO            PIC  X(1).

       01 DATOS-PRODUCTO.
           02 PRDC-TARJETA          PIC 9(16).
           02 PRDC-CUENTA           PIC 9(16).
           02 PRDC-RESULTADO        PIC  X(1).
           02 PRDC-CODIGO           PIC  X(3).
           02 PRDC-COMISIONES       PIC  X(1).
           02 PRDC-INTERES          PIC  X(1).
           02 PRDC-TRAMO OCCURS 3 TIMES.
               03 PRDC-TRAMO-LIMITE-CENT PIC 9(11).
               03 PRDC-TRAMO-BP     PIC  9(4).
           02 PRDC-LIM-OPER-CENT    PIC  9(9).
           02 PRDC-LIM-DIA-CENT     PIC  9(9).
           02 PRDC-SOBREG-CENT      PIC  9(9).
           02 PRDC-MINIMO-CENT      PIC  9(9).

       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).

       LINKAGE SECTION.
      * CSHC-ANO/CSHC-MES: mes a calcular.  CSHC-RESULTADO: O
      * calculado, E error de acceso a movimientos.  CSHC-BRUTO-CENT
      * es lo que dan las reglas; CSHC-CENT lo mismo limitado al tope
      * mensual por tarjeta CSHC-TOPE-CENT.  El desglose por regla
      * recoge el gasto que la regla bonifica y el cashback que
      * aporta una vez aplicado el tope.
       01 DATOS-CASHBACK.
           02 CSHC-TARJETA          PIC 9(16).
           02 CSHC-ANO              PIC  9(4).
           02 CSHC-MES              PIC  9(2).
           02 CSHC-RESULTADO        PIC  X(1).
           02 CSHC-BASE-CENT        PIC 9(11).
           02 CSHC-BRUTO-CENT       PIC  9(9).
           02 CSHC-CENT             PIC  9(9).
           02 CSHC-TOPE-CENT        PIC  9(9).
           02 CSHC-NUM-REGLAS       PIC  9(2).
           02 CSHC-REGLA OCCURS 20 TIMES.
               03 CSHC-REGLA-NUM        PIC  9(4).
               03 CSHC-REGLA-BASE-CENT  PIC 9(11).
               03 CSHC-REGLA-CENT       PIC  9(9).

      * Cashback ganado por una tarjeta en un mes: cada cargo del
      * mes se bonifica por la regla que mas le da de las que le
      * aplican.  No cuentan los abonos, los movimientos anulados
      * (A) o cancelados (X), los disputados salvo disputa rechazada
      * ni el propio abono de cashback.  El tope mensual sale de
      * parametros (CSHTOPE, en centimos; 2000 si no esta) y se
      * agota por orden de movimiento.
       PROCEDURE DIVISION USING DATOS-CASHBACK.
       INICIO.
           MOVE "O" TO CSHC-RESULTADO.
           MOVE 0 TO CSHC-BASE-CENT.
           MOVE 0 TO CSHC-BRUTO-CENT.
           MOVE 0 TO CSHC-CENT.
           MOVE 0 TO CSHC-NUM-REGLAS.
           MOVE 0 TO REGLAS-CARGADAS.
           MOVE 0 TO DISPUTADOS-CARGADOS.

           MOVE "CSHTOPE" TO PARAM-BUSCADO.
           MOVE 2000 TO PARAM-LEIDO.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN.
           MOVE PARAM-LEIDO TO CSHC-TOPE-CENT.

           COMPUTE INICIO-MES = (CSHC-ANO * 10000) + (CSHC-MES * 100)
               + 1.
           COMPUTE FIN-MES = (CSHC-ANO * 10000) + (CSHC-MES * 100)
               + 31.

           MOVE SPACES TO PRODUCTO-TARJETA.
           MOVE CSHC-TARJETA TO PRDC-TARJETA.
           MOVE 0 TO PRDC-CUENTA.
           CALL "BANKPRD" USING DATOS-PRODUCTO.
           IF PRDC-RESULTADO = "O"
               MOVE PRDC-CODIGO TO PRODUCTO-TARJETA.

           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-FIN.
           IF REGLAS-CARGADAS = 0
               GO TO SALIR.

           PERFORM CARGAR-DISPUTAS THRU CARGAR-DISPUTAS-FIN.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-MOVIMIENTOS
               GO TO SALIR.
           IF FSM <> 00
               MOVE "E" TO CSHC-RESULTADO
               GO TO SALIR.

           MOVE CSHC-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS EQUAL MOV-TARJETA INVALID KEY
               CLOSE F-MOVIMIENTOS
               GO TO SALIR.

       LEER-MOV.
           READ F-MOVIMIENTOS NEXT RECORD AT END
               CLOSE F-MOVIMIENTOS
               GO TO SALIR.
           IF MOV-TARJETA NOT = CSHC-TARJETA
               CLOSE F-MOVIMIENTOS
               GO TO SALIR.
           IF MOV-ANO NOT = CSHC-ANO OR MOV-MES NOT = CSHC-MES
               GO TO LEER-MOV.
           IF MOV-IMPORTE-ENT > 0
               GO TO LEER-MOV.
           IF MOV-ESTADO = "A" OR MOV-ESTADO = "X"
               GO TO LEER-MOV.
           IF MOV-CANAL = "CSH"
               GO TO LEER-MOV.

           COMPUTE MOV-CENT = (MOV-IMPORTE-ENT * 100)
               - MOV-IMPORTE-DEC.
           IF MOV-CENT >= 0
               GO TO LEER-MOV.
           COMPUTE GASTO-CENT = 0 - MOV-CENT.

           PERFORM COMPROBAR-DISPUTA THRU COMPROBAR-DISPUTA-FIN.
           IF MOV-DISPUTADO = "S"
               GO TO LEER-MOV.

           COMPUTE FECHA-MOV = (MOV-ANO * 10000) + (MOV-MES * 100)
               + MOV-DIA.
           PERFORM ELEGIR-REGLA THRU ELEGIR-REGLA-FIN.
           IF REGLA-ELEGIDA = 0
               GO TO LEER-MOV.

           COMPUTE GANADO-CENT =
               (GASTO-CENT * TRG-BP(REGLA-ELEGIDA)) / 10000.
           ADD GASTO-CENT TO CSHC-BASE-CENT.
           ADD GANADO-CENT TO CSHC-BRUTO-CENT.

      * Lo que pasa del tope no se abona.
           IF CSHC-CENT + GANADO-CENT > CSHC-TOPE-CENT
               COMPUTE GANADO-CENT = CSHC-TOPE-CENT - CSHC-CENT.
           ADD GANADO-CENT TO CSHC-CENT.

           PERFORM ACUMULAR-DESGLOSE THRU ACUMULAR-DESGLOSE-FIN.
           GO TO LEER-MOV.

      * De las reglas que aplican al movimiento se queda la de mas
      * puntos basicos; a igualdad, la de numero mas bajo.
       ELEGIR-REGLA.
           MOVE 0 TO REGLA-ELEGIDA.
           MOVE 0 TO IDX-REG.

       ELEGIR-SIGUIENTE.
           ADD 1 TO IDX-REG.
           IF IDX-REG > REGLAS-CARGADAS
               GO TO ELEGIR-REGLA-FIN.
           IF TRG-CATEGORIA(IDX-REG) NOT = MOV-CATEGORIA
               GO TO ELEGIR-SIGUIENTE.
           IF TRG-CANAL(IDX-REG) NOT = SPACES
              AND TRG-CANAL(IDX-REG) NOT = MOV-CANAL
               GO TO ELEGIR-SIGUIENTE.
           IF TRG-PRODUCTO(IDX-REG) NOT = SPACES
              AND TRG-PRODUCTO(IDX-REG) NOT = PRODUCTO-TARJETA
               GO TO ELEGIR-SIGUIENTE.
           IF TRG-DESDE(IDX-REG) > 0
              AND FECHA-MOV < TRG-DESDE(IDX-REG)
               GO TO ELEGIR-SIGUIENTE.
           IF TRG-HASTA(IDX-REG) > 0
              AND FECHA-MOV > TRG-HASTA(IDX-REG)
               GO TO ELEGIR-SIGUIENTE.
           IF TRG-ACREEDOR(IDX-REG) NOT = SPACES
               IF MOV-CONCEPTO(1:15) NOT = "Pago de recibo "
                  OR MOV-CONCEPTO(16:20) NOT = TRG-ACREEDOR(IDX-REG)
                   GO TO ELEGIR-SIGUIENTE.

           IF REGLA-ELEGIDA = 0
               MOVE IDX-REG TO REGLA-ELEGIDA
               GO TO ELEGIR-SIGUIENTE.
           IF TRG-BP(IDX-REG) > TRG-BP(REGLA-ELEGIDA)
               MOVE IDX-REG TO REGLA-ELEGIDA.
           GO TO ELEGIR-SIGUIENTE.

       ELEGIR-REGLA-FIN.
           EXIT.

       ACUMULAR-DESGLOSE.
           MOVE 0 TO IDX-DESGLOSE.

       BUSCAR-DESGLOSE.
           ADD 1 TO IDX-DESGLOSE.
           IF IDX-DESGLOSE > CSHC-NUM-REGLAS
               GO TO NUEVO-DESGLOSE.
           IF CSHC-REGLA-NUM(IDX-DESGLOSE) NOT = TRG-NUM(REGLA-ELEGIDA)
               GO TO BUSCAR-DESGLOSE.
           GO TO SUMAR-DESGLOSE.

       NUEVO-DESGLOSE.
           IF CSHC-NUM-REGLAS >= 20
               GO TO ACUMULAR-DESGLOSE-FIN.
           ADD 1 TO CSHC-NUM-REGLAS.
           MOVE CSHC-NUM-REGLAS TO IDX-DESGLOSE.
           MOVE TRG-NUM(REGLA-ELEGIDA) TO CSHC-REGLA-NUM(IDX-DESGLOSE).
           MOVE 0 TO CSHC-REGLA-BASE-CENT(IDX-DESGLOSE).
           MOVE 0 TO CSHC-REGLA-CENT(IDX-DESGLOSE).

       SUMAR-DESGLOSE.
           ADD GASTO-CENT  TO CSHC-REGLA-BASE-CENT(IDX-DESGLOSE).
           ADD GANADO-CENT TO CSHC-REGLA-CENT(IDX-DESGLOSE).

       ACUMULAR-DESGLOSE-FIN.
           EXIT.

      * Solo se cargan las reglas vigentes que tocan algun dia del
      * mes.  El acreedor se guarda por el nombre con que aparece en
      * el concepto del pago del recibo.
       CARGAR-REGLAS.
           OPEN INPUT F-RECOMPENSAS.
           IF FSRC <> 00
               CLOSE F-RECOMPENSAS
               GO TO CARGAR-REGLAS-FIN.

       LEER-REGLA.
           READ F-RECOMPENSAS NEXT RECORD AT END
               CLOSE F-RECOMPENSAS
               GO TO CARGAR-REGLAS-FIN.
           IF RCP-ESTADO = "B" OR RCP-BP = 0
               GO TO LEER-REGLA.
           IF RCP-DESDE > FIN-MES
               GO TO LEER-REGLA.
           IF RCP-HASTA > 0 AND RCP-HASTA < INICIO-MES
               GO TO LEER-REGLA.
           IF REGLAS-CARGADAS >= MAX-REGLAS
               CLOSE F-RECOMPENSAS
               GO TO CARGAR-REGLAS-FIN.

           ADD 1 TO REGLAS-CARGADAS.
           MOVE RCP-NUM       TO TRG-NUM(REGLAS-CARGADAS).
           MOVE RCP-CATEGORIA TO TRG-CATEGORIA(REGLAS-CARGADAS).
           MOVE RCP-CANAL     TO TRG-CANAL(REGLAS-CARGADAS).
           MOVE RCP-PRODUCTO  TO TRG-PRODUCTO(REGLAS-CARGADAS).
           MOVE RCP-DESDE     TO TRG-DESDE(REGLAS-CARGADAS).
           MOVE RCP-HASTA     TO TRG-HASTA(REGLAS-CARGADAS).
           MOVE RCP-BP        TO TRG-BP(REGLAS-CARGADAS).
           MOVE SPACES        TO TRG-ACREEDOR(REGLAS-CARGADAS).
           IF RCP-ACREEDOR = SPACES
               GO TO LEER-REGLA.

           MOVE RCP-ACREEDOR TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               MOVE RCP-ACREEDOR TO ACRC-NOMBRE.
           MOVE ACRC-NOMBRE(1:20) TO TRG-ACREEDOR(REGLAS-CARGADAS).
           GO TO LEER-REGLA.

       CARGAR-REGLAS-FIN.
           EXIT.

       CARGAR-DISPUTAS.
           OPEN INPUT F-DISPUTAS.
           IF FSD <> 00
               CLOSE F-DISPUTAS
               GO TO CARGAR-DISPUTAS-FIN.

       LEER-DISPUTA.
           READ F-DISPUTAS NEXT RECORD AT END
               CLOSE F-DISPUTAS
               GO TO CARGAR-DISPUTAS-FIN.
           IF DISP-TARJETA NOT = CSHC-TARJETA
               GO TO LEER-DISPUTA.
           IF DISP-ESTADO = "R"
               GO TO LEER-DISPUTA.
           IF DISPUTADOS-CARGADOS >= MAX-DISPUTADOS
               CLOSE F-DISPUTAS
               GO TO CARGAR-DISPUTAS-FIN.
           ADD 1 TO DISPUTADOS-CARGADOS.
           MOVE DISP-MOV-NUM TO DISPUTADO-MOV(DISPUTADOS-CARGADOS).
           GO TO LEER-DISPUTA.

       CARGAR-DISPUTAS-FIN.
           EXIT.

       COMPROBAR-DISPUTA.
           MOVE "N" TO MOV-DISPUTADO.
           MOVE 0 TO IDX-DIS.

       COMPROBAR-SIGUIENTE.
           ADD 1 TO IDX-DIS.
           IF IDX-DIS > DISPUTADOS-CARGADOS
               GO TO COMPROBAR-DISPUTA-FIN.
           IF DISPUTADO-MOV(IDX-DIS) = MOV-NUM
               MOVE "S" TO MOV-DISPUTADO
               GO TO COMPROBAR-DISPUTA-FIN.
           GO TO COMPROBAR-SIGUIENTE.

       COMPROBAR-DISPUTA-FIN.
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
