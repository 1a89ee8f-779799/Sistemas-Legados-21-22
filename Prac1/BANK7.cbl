           RECORD KEY IS CES-NUM
           FILE STATUS IS FSCE.

           SELECT OPTIONAL F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABO-NUM
           FILE STATUS IS FSAB.

           SELECT OPTIONAL F-ABONOSVENTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVE-MOV-NUM
           FILE STATUS IS FSAV.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               03 ESP-TAR-PRECIO-DEC    PIC   9(2).
               03 ESP-TAR-CAPACIDAD     PIC   9(7).
           02 ESP-ESTADO            PIC   X(1).
           02 ESP-MAX-PERSONA       PIC   9(3).
           02 ESP-RECINTO           PIC   9(3).
           02 ESP-PLANO             PIC   9(2).

       FD F-LISTAESPERA
           LABEL RECORD STANDARD
               03 ASI-ASIENTO       PIC   9(3).
           02 ASI-ESTADO            PIC   X(1).
           02 ASI-ENT-NUM           PIC  9(10).
           02 ASI-ZONA              PIC   9(1).

       FD F-CESIONES
           LABEL RECORD STANDARD
           02 CUO-PROX-FECHA        PIC   9(8).
           02 CUO-ESTADO            PIC   X(1).

      * Abonos de temporada y pases (BANK75).
       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonos.ubd".
       01 ABONO-REG.
           02 ABO-NUM               PIC   9(4).
           02 ABO-NOMBRE            PIC  X(30).
           02 ABO-TARIFA            PIC   9(1).
           02 ABO-PRECIO-ENT        PIC   9(5).
           02 ABO-PRECIO-DEC        PIC   9(2).
           02 ABO-NUM-ESP           PIC   9(2).
           02 ABO-EVENTO OCCURS 8 TIMES.
               03 ABO-ESP-NUM       PIC   9(4).
               03 ABO-PARTE-CENT    PIC   9(7).
           02 ABO-ESTADO            PIC   X(1).

      * Abonos vendidos, por el movimiento de la venta.  Las entradas
      * de cada espectaculo del abono llevan ese mismo movimiento.
       FD F-ABONOSVENTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonosventa.ubd".
       01 ABONOVENTA-REG.
           02 AVE-MOV-NUM           PIC  9(35).
           02 AVE-ABO-NUM           PIC   9(4).
           02 AVE-TARJETA           PIC  9(16).
           02 AVE-FECHA             PIC   9(8).
           02 AVE-TARIFA            PIC   9(1).
           02 AVE-FILA              PIC   9(2).
           02 AVE-ASIENTO           PIC   9(3).
           02 AVE-IMPORTE-CENT      PIC   9(8).
           02 AVE-PLAZOS            PIC   9(2).
           02 AVE-ESTADO            PIC   X(1).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
       77 PRIMERA-FILA              PIC   9(2).
       77 PRIMER-ASIENTO            PIC   9(3).

       77 FSAB                      PIC   X(2).
       77 FSAV                      PIC   X(2).
       77 VENTA-ABONO               PIC   X(1) VALUE "N".
       77 ABONO-INTRO               PIC   9(4).
       77 ABONOS-EN-PANTALLA        PIC   9(2).
       77 IDX-ABO                   PIC   9(2).
       77 ABO-GUIA                  PIC   9(2).
       77 ABO-FILA-SEL              PIC   9(2).
       77 ABO-ASIENTO-SEL           PIC   9(3).
       77 ASIENTO-COMUN             PIC   X(1).
       01 ABONO-SEL.
           02 ABS-NUM               PIC   9(4).
           02 ABS-NOMBRE            PIC  X(30).
           02 ABS-TARIFA            PIC   9(1).
           02 ABS-PRECIO-ENT        PIC   9(5).
           02 ABS-PRECIO-DEC        PIC   9(2).
           02 ABS-NUM-ESP           PIC   9(2).
           02 ABS-EVENTO OCCURS 8 TIMES.
               03 ABS-ESP-NUM       PIC   9(4).
               03 ABS-PARTE-CENT    PIC   9(7).
           02 ABS-ESTADO            PIC   X(1).
       01 TABLA-NUMERACION-ABONO.
           02 ABS-NUMERADO          PIC   X(1) OCCURS 8 TIMES.

       01 DATOS-JUSTIFICANTE.
           02 JUS-TITULO           PIC  X(30).
           02 JUS-TARJETA          PIC  9(16).
           02 LIMC-TIPO             PIC  X(3).
           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).
       01 DATOS-FRAUDE.
           02 FRAC-TARJETA          PIC 9(16).
           02 FRAC-TERMINAL         PIC  9(4).
           02 FRAC-OPERACION        PIC  X(3).
           02 FRAC-IMPORTE-CENT     PIC S9(11).
           02 FRAC-DESTINO          PIC X(34).
           02 FRAC-RESULTADO        PIC  X(1).
           02 FRAC-REGLA            PIC  X(3).
           02 FRAC-CASO             PIC  9(10).

       77 TARJETA-CREDITO          PIC   X(1) VALUE "N".
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       77 PLAZOS-PERMITIDOS        PIC   X(1) VALUE "S".
       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       01 DATOS-TOPE.
           02 TOPC-TARJETA          PIC 9(16).
           02 TOPC-ESP-NUM          PIC  9(4).
           02 TOPC-ENT-EXCLUIDA     PIC 9(10).
           02 TOPC-NUM-ENTRADAS     PIC  9(3).
           02 TOPC-MAXIMO           PIC  9(3).
           02 TOPC-TENIDAS          PIC  9(5).
           02 TOPC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       77 VALE-INTRO               PIC  9(12).
       77 VALE-APLICADO-CENT       PIC S9(11).
       77 VALE-TOTAL-CENT          PIC S9(11).
       77 VALE-REINTEGRO-CENT      PIC S9(11).
       77 VALE-COMPRA-CENT         PIC S9(11).
       77 OPCION-VALE              PIC  9(1).
       77 VALE-MOSTRAR-ENT         PIC  9(7).
       77 VALE-MOSTRAR-DEC         PIC  9(2).
       77 VALE-AVISO               PIC X(51).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).
       01 DATOS-VALE.
           02 VALC-MODO             PIC  X(1).
           02 VALC-COD              PIC  9(12).
           02 VALC-TARJETA          PIC  9(16).
           02 VALC-IMPORTE-CENT     PIC S9(11).
           02 VALC-TOTAL-CENT       PIC S9(11).
           02 VALC-MOV-NUM          PIC  9(35).
           02 VALC-FECHA            PIC  9(8).
           02 VALC-RESULTADO        PIC  X(1).
           02 VALC-SALDO-CENT       PIC S9(11).
           02 VALC-CADUCIDAD        PIC  9(8).

       LINKAGE SECTION.
       77 TNUM                      PIC  9(16).
       77 TERMINAL-ID               PIC   9(4).
               "Codigo promocional (opcional):".
           05 FILLER UNDERLINE
               LINE 19 COL 52 PIC X(8) USING PROMO-INTRO.
           05 FILLER LINE 19 COL 62 VALUE "Vale:".
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 19 COL 68 PIC 9(12) USING VALE-INTRO.

       01 FORM-ERR.
           05 FILLER LINE 23 COL 14 BACKGROUND-COLOR RED VALUE
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 11 COL 48 PIC 9(10) USING ENTNUM-INTRO.

       01 ACCEPT-ABONO.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 21 COL 45 PIC 9(4) USING ABONO-INTRO.

       01 ACCEPT-ASIENTOS.
           05 FILLER BLANK WHEN ZERO UNDERLINE AUTO
               LINE 12 COL 45 PIC 9(2) USING FILA-SEL.
           DISPLAY MSJ-TEXTO-USAR LINE 9 COLUMN 30.
           DISPLAY "3 - Ceder una entrada" LINE 10 COLUMN 30.
           DISPLAY "4 - Devolver una entrada" LINE 11 COLUMN 30.
           DISPLAY "5 - Comprar un vale regalo" LINE 12 COLUMN 30.
           DISPLAY "6 - Comprar un abono" LINE 13 COLUMN 30.
           MOVE "N" TO VENTA-ABONO.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           IF OPCION-BANK7 = 4
               GO TO DEVOLVER-ENTRADA.

           IF OPCION-BANK7 = 5
               GO TO PANTALLA-VALE.

           IF OPCION-BANK7 = 6
               GO TO PANTALLA-ABONO.

           IF OPCION-BANK7 NOT = 1
               GO TO SELECCION-OPERACION-ACEPTAR.

           MOVE 9 TO LINEA-ESP-ACTUAL.
           MOVE SPACES TO PROMO-INTRO.
           MOVE 0 TO PROMO-APLICADA.
           MOVE 0 TO VALE-INTRO.
           MOVE 0 TO VALE-APLICADO-CENT.

           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
               * USER-NUM-ENTRADAS.

           PERFORM APLICAR-PROMOCION THRU APLICAR-PROMOCION-FIN.
           PERFORM APLICAR-VALE THRU APLICAR-VALE-FIN.

      * Sin saldo para el importe completo todavia cabe el pago a
      * plazos, si al menos la primera cuota del fraccionamiento
      * mas largo entra en el saldo disponible.
      * Con tarjeta de credito la compra se carga entera contra el
      * credito disponible del ciclo; no hay pago a plazos porque el
      * propio extracto mensual ya aplaza el cobro.
           MOVE "N" TO SOLO-PLAZOS.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               IF IMPORTE-ENTRADAS-CENT > CRE-DISPONIBLE-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           ELSE
           IF SALDO-USER-CENT - RESERVA-HUCHAS-CENT
                   < IMPORTE-ENTRADAS-CENT - SOBREGIRO-CENT
               COMPUTE CUOTA-CENT = IMPORTE-ENTRADAS-CENT / 10
                   GO TO SALDO-INSUFICIENTE
               END-IF
               MOVE "S" TO SOLO-PLAZOS
           END-IF
           END-IF.
           IF ESP-TAR-DISP(TARIFA-SEL) < USER-NUM-ENTRADAS
               GO TO NO-ENTR-DISP.

      * Tope de entradas por persona del espectaculo, contando las
      * que el titular ya tiene con cualquiera de sus tarjetas.
           MOVE TNUM              TO TOPC-TARJETA.
           MOVE ESP-NUM           TO TOPC-ESP-NUM.
           MOVE 0                 TO TOPC-ENT-EXCLUIDA.
           MOVE USER-NUM-ENTRADAS TO TOPC-NUM-ENTRADAS.
           MOVE ESP-MAX-PERSONA   TO TOPC-MAXIMO.
           CALL "BANKTOP" USING DATOS-TOPE.
           IF TOPC-RESULTADO = "T"
               GO TO TOPE-SUPERADO.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "OCI" TO LIMC-TIPO.
           MOVE IMPORTE-ENTRADAS-CENT TO LIMC-IMPORTE-CENT.
           IF LIMC-RESULTADO = "U" OR "D"
               GO TO LIMITE-SUPERADO.

      * En cuentas de menores rigen los topes del tutor sobre la
      * compra completa, y el tutor puede vetar el pago a plazos.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "ENT" TO MENC-OPCION.
           MOVE IMPORTE-ENTRADAS-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

      * Reglas de fraude en linea antes de cobrar la compra.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "COM" TO FRAC-OPERACION.
           MOVE IMPORTE-ENTRADAS-CENT TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

           MOVE "S" TO PLAZOS-PERMITIDOS.
           MOVE "P"  TO MENC-OPERACION.
           MOVE "PLZ" TO MENC-OPCION.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P"
               MOVE "N" TO PLAZOS-PERMITIDOS.
      * Lo pagado con vale no se fracciona.
           IF VALE-APLICADO-CENT > 0
               MOVE "N" TO PLAZOS-PERMITIDOS.
           IF SOLO-PLAZOS = "S" AND PLAZOS-PERMITIDOS = "N"
               GO TO SALDO-INSUFICIENTE.

           COMPUTE IMPORTE-ENTRADAS-ENT =
               (IMPORTE-ENTRADAS-CENT / 100).
           MOVE FUNCTION MOD(IMPORTE-ENTRADAS-CENT, 100)
               TO IMPORTE-ENTRADAS-DEC.

       SALDO-SUFICIENTE.
           IF VENTA-ABONO = "S"
               GO TO ABONO-CONFIRMAR.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE 1 TO MSJ-NUM-BUSCADO.
           DISPLAY IMPORTE-ENTRADAS-DEC LINE 14 COLUMN 37.
           DISPLAY "EUR" LINE 14 COLUMN 40.

           IF VALE-APLICADO-CENT > 0
               COMPUTE VALE-MOSTRAR-ENT = VALE-APLICADO-CENT / 100
               MOVE FUNCTION MOD(VALE-APLICADO-CENT, 100)
                   TO VALE-MOSTRAR-DEC
               DISPLAY "Pagado con vale: " LINE 15 COLUMN 15
               DISPLAY VALE-MOSTRAR-ENT LINE 15 COLUMN 32
               DISPLAY "." LINE 15 COLUMN 39
               DISPLAY VALE-MOSTRAR-DEC LINE 15 COLUMN 40
               DISPLAY "EUR" LINE 15 COLUMN 43
           END-IF.

           IF SOLO-PLAZOS = "S"
               DISPLAY "Su saldo solo alcanza para el pago a plazos"
                   LINE 16 COLUMN 15
               DISPLAY "Enter - Pagar a plazos" LINE 24 COLUMN 2
           ELSE
               DISPLAY "Enter - Confirmar" LINE 24 COLUMN 2.
           IF TARJETA-CREDITO = "N" AND PLAZOS-PERMITIDOS = "S"
               DISPLAY "Av.pag - Pagar a plazos" LINE 24 COLUMN 28.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       SALDO-SUF-ENTER.
           IF VENTA-ABONO = "S"
               GO TO ABONO-CONF-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED THEN
               IF SOLO-PLAZOS = "S"
      * Fraccionamiento de la compra: la primera cuota se carga en
      * el acto y el resto queda planificado para el lote mensual.
       PANTALLA-PLAZOS.
           IF TARJETA-CREDITO = "S" OR PLAZOS-PERMITIDOS = "N"
               GO TO SALDO-SUF-ENTER.
           DISPLAY "Numero de plazos (1: 3  2: 6  3: 10):" LINE 17
               COLUMN 15.
           DISPLAY "Enter tras elegir plazo" LINE 18 COLUMN 15.
      * Recinto con numeracion: el cliente elige fila y asiento de
      * partida, o deja cero y se asignan los primeros libres.
       CONTROL-ASIENTOS.
           IF VENTA-ABONO = "S"
               GO TO ABONO-ASIENTOS.
           MOVE "N" TO HAY-NUMERACION.
           MOVE 0 TO FILA-SEL.
           MOVE 0 TO ASIENTO-SEL.
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ASIENTOS.

      * En sala con plano cada asiento es de la zona de una tarifa.
           IF ASI-ZONA NOT = 0 AND ASI-ZONA NOT = TARIFA-SEL
               CLOSE F-ASIENTOS
               DISPLAY "Ese asiento es de otra zona!!" LINE 16
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-ASIENTOS.

           CLOSE F-ASIENTOS.
           GO TO GUARDAR-VENTA.

           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

      * La parte pagada con vale se canjea antes de cargar el resto,
      * ligada al movimiento de la compra para poder reintegrarla.
           IF VALE-APLICADO-CENT > 0
               COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000)
                   + (MES * 100) + DIA
               MOVE "R"                TO VALC-MODO
               MOVE VALE-INTRO         TO VALC-COD
               MOVE TNUM               TO VALC-TARJETA
               MOVE VALE-APLICADO-CENT TO VALC-IMPORTE-CENT
               MOVE VALE-TOTAL-CENT    TO VALC-TOTAL-CENT
               MOVE LAST-MOV-NUM       TO VALC-MOV-NUM
               MOVE FECHA-HOY-AAAAMMDD TO VALC-FECHA
               CALL "BANKVAL" USING DATOS-VALE
               IF VALC-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           END-IF.

           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               MOVE IMPORTE-ENTRADAS-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT IMPORTE-ENTRADAS-CENT FROM SALDO-USER-CENT
           END-IF.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.
           MULTIPLY -1 BY IMPORTE-ENTRADAS-ENT.

           PERFORM EMITIR-ENTRADAS THRU EMITIR-ENTRADAS-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "ENT" TO MENC-OPCION.
           MOVE IMPORTE-ENTRADAS-CENT TO MENC-IMPORTE-CENT.
           IF VENTA-A-PLAZOS = "S"
               MOVE IMPORTE-TOTAL-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           IF VENTA-A-PLAZOS = "S"
               PERFORM ESCRIBIR-PLAN-CUOTAS
                   THRU ESCRIBIR-PLAN-CUOTAS-FIN.
               DISPLAY PRIMER-ASIENTO LINE 15 COLUMN 53
           END-IF.

           IF VALE-APLICADO-CENT > 0
               COMPUTE VALE-MOSTRAR-ENT = VALC-SALDO-CENT / 100
               MOVE FUNCTION MOD(VALC-SALDO-CENT, 100)
                   TO VALE-MOSTRAR-DEC
               DISPLAY "Saldo restante del vale:" LINE 16 COLUMN 21
               DISPLAY VALE-MOSTRAR-ENT LINE 16 COLUMN 46
               DISPLAY "." LINE 16 COLUMN 53
               DISPLAY VALE-MOSTRAR-DEC LINE 16 COLUMN 54
               DISPLAY "EUR" LINE 16 COLUMN 57
           END-IF.

           MOVE "Compra de entradas"     TO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           MOVE TERMINAL-ID              TO JUS-TERMINAL.
                + MOV-IMPORTE-DEC) * ENTRADAS-ANULADAS-CONT.
           COMPUTE REFUND-CENT = PROD-REFUND / NUM-ENTRADAS-CANCEL.

      * Lo pagado con vale vuelve al vale en la misma proporcion.
           MOVE "M"              TO VALC-MODO.
           MOVE MOV-NUM-CANCELAR TO VALC-MOV-NUM.
           CALL "BANKVAL" USING DATOS-VALE.
           IF VALC-RESULTADO = "O"
               COMPUTE VALE-REINTEGRO-CENT =
                   (VALC-IMPORTE-CENT * ENTRADAS-ANULADAS-CONT)
                   / NUM-ENTRADAS-CANCEL
               PERFORM REINTEGRAR-VALE THRU REINTEGRAR-VALE-FIN.

           ADD ENTRADAS-ANULADAS-CONT
               TO ESP-TAR-DISP(TARIFA-CANCEL).
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.
                                         + MOV-SALDOPOS-DEC
           END-IF.

      * En tarjeta de credito la devolucion repone el credito del
      * ciclo y el saldo queda como estaba.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "A"  TO CRE-OPERACION
               MOVE REFUND-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
           ELSE
               ADD REFUND-CENT TO SALDO-NUEVO-CENT
           END-IF.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CESION.

      * Quien recibe la entrada tampoco puede pasar del tope por
      * persona del espectaculo.
           CLOSE F-ENTRADAS.
           PERFORM COMPROBAR-TOPE-CESION
               THRU COMPROBAR-TOPE-CESION-FIN.
           IF TOPC-RESULTADO = "T"
               DISPLAY "El destinatario ya tiene el maximo de"
                   LINE 15 COLUMN 20 WITH BACKGROUND-COLOR RED
               DISPLAY "entradas por persona para ese espectaculo"
                   LINE 16 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-CESION.

           OPEN I-O F-ENTRADAS.
           IF FSEN <> 00
               GO TO PSYS-ERR.
           MOVE ENTNUM-INTRO TO ENT-NUM.
           READ F-ENTRADAS INVALID KEY
               CLOSE F-ENTRADAS
               GO TO PSYS-ERR.

           MOVE TARJETA-CESION TO ENT-TARJETA.
           REWRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ENTRADAS.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       COMPROBAR-TOPE-CESION.
           MOVE "N" TO TOPC-RESULTADO.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO COMPROBAR-TOPE-CESION-FIN.
           MOVE ENT-ESP-NUM TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               CLOSE F-ESPECTACULOS
               GO TO COMPROBAR-TOPE-CESION-FIN.
           CLOSE F-ESPECTACULOS.

           MOVE TARJETA-CESION  TO TOPC-TARJETA.
           MOVE ENT-ESP-NUM     TO TOPC-ESP-NUM.
           MOVE ENT-NUM         TO TOPC-ENT-EXCLUIDA.
           MOVE 1               TO TOPC-NUM-ENTRADAS.
           MOVE ESP-MAX-PERSONA TO TOPC-MAXIMO.
           CALL "BANKTOP" USING DATOS-TOPE.

       COMPROBAR-TOPE-CESION-FIN.
           EXIT.

       REGISTRAR-CESION.
           OPEN I-O F-CESIONES.
           IF FSCE = 35
               (ESP-TAR-PRECIO-ENT(ENT-TARIFA) * 100)
               + ESP-TAR-PRECIO-DEC(ENT-TARIFA).

      * La entrada de un abono devuelve solo la parte del precio del
      * abono que corresponde a su espectaculo.
           PERFORM PARTE-ABONO-ENTRADA THRU PARTE-ABONO-ENTRADA-FIN.

      * Si la compra se pago en parte con vale, esa parte del precio
      * de la entrada vuelve al vale y solo el resto a la cuenta.
           MOVE "M"         TO VALC-MODO.
           MOVE ENT-MOV-NUM TO VALC-MOV-NUM.
           CALL "BANKVAL" USING DATOS-VALE.
           IF VALC-RESULTADO = "O" AND VALC-TOTAL-CENT > 0
               COMPUTE VALE-REINTEGRO-CENT =
                   (REFUND-CENT * VALC-IMPORTE-CENT) / VALC-TOTAL-CENT
               IF VALE-REINTEGRO-CENT > REFUND-CENT
                   MOVE REFUND-CENT TO VALE-REINTEGRO-CENT
               END-IF
               SUBTRACT VALE-REINTEGRO-CENT FROM REFUND-CENT
               PERFORM REINTEGRAR-VALE THRU REINTEGRAR-VALE-FIN
           END-IF.

           ADD 1 TO ESP-TAR-DISP(ENT-TARIFA).
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ESPECTACULOS.
                                         + MOV-SALDOPOS-DEC
           END-IF.

      * En tarjeta de credito la devolucion repone el credito del
      * ciclo y el saldo queda como estaba.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "A"  TO CRE-OPERACION
               MOVE REFUND-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
           ELSE
               ADD REFUND-CENT TO SALDO-NUEVO-CENT
           END-IF.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           MOVE LAST-MOV-NUM     TO MOV-NUM.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Abono de temporada o pase de varios espectaculos: una sola
      * compra a precio cerrado que emite una entrada por
      * espectaculo, todas en el mismo asiento si el recinto esta
      * numerado.  Se paga al contado o a plazos como las entradas;
      * no admite promociones ni vales.
       PANTALLA-ABONO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar un abono" LINE 8 COLUMN 32.
           DISPLAY "NUM" LINE 9 COLUMN 10.
           DISPLAY "|" LINE 9 COLUMN 15.
           DISPLAY "ABONO" LINE 9 COLUMN 28.
           DISPLAY "|" LINE 9 COLUMN 47.
           DISPLAY "ESP." LINE 9 COLUMN 48.
           DISPLAY "|" LINE 9 COLUMN 52.
           DISPLAY "PRECIO" LINE 9 COLUMN 55.

           MOVE 0 TO ABONOS-EN-PANTALLA.
           MOVE 9 TO LINEA-ESP-ACTUAL.

           OPEN INPUT F-ABONOS.
           IF FSAB <> 00
               CLOSE F-ABONOS
               GO TO ABONO-NO-DISP.

       LEER-ABONOS-VENTA.
           READ F-ABONOS NEXT RECORD AT END
               GO TO ABONOS-LISTADOS.
           IF ABO-ESTADO NOT = " "
               GO TO LEER-ABONOS-VENTA.

           ADD 1 TO ABONOS-EN-PANTALLA.
           ADD 1 TO LINEA-ESP-ACTUAL.
           DISPLAY ABO-NUM LINE LINEA-ESP-ACTUAL COLUMN 10.
           DISPLAY "|" LINE LINEA-ESP-ACTUAL COLUMN 15.
           DISPLAY ABO-NOMBRE LINE LINEA-ESP-ACTUAL COLUMN 16.
           DISPLAY "|" LINE LINEA-ESP-ACTUAL COLUMN 47.
           DISPLAY ABO-NUM-ESP LINE LINEA-ESP-ACTUAL COLUMN 49.
           DISPLAY "|" LINE LINEA-ESP-ACTUAL COLUMN 52.
           DISPLAY ABO-PRECIO-ENT LINE LINEA-ESP-ACTUAL COLUMN 54.
           DISPLAY "." LINE LINEA-ESP-ACTUAL COLUMN 59.
           DISPLAY ABO-PRECIO-DEC LINE LINEA-ESP-ACTUAL COLUMN 60.
           DISPLAY "EUR" LINE LINEA-ESP-ACTUAL COLUMN 63.

           IF ABONOS-EN-PANTALLA = 10
               GO TO ABONOS-LISTADOS.
           GO TO LEER-ABONOS-VENTA.

       ABONOS-LISTADOS.
           CLOSE F-ABONOS.
           IF ABONOS-EN-PANTALLA = 0
               GO TO ABONO-NO-DISP.

           DISPLAY "Numero de abono:" LINE 21 COLUMN 27.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       PANTALLA-ABONO-ACEPTAR.
           INITIALIZE ABONO-INTRO.
           ACCEPT ACCEPT-ABONO WITH TIME-OUT 60000 ON EXCEPTION
           IF ESC-PRESSED THEN
               CLOSE F-MOVIMIENTOS
               EXIT PROGRAM
           ELSE IF TIMEOUT-PRESSED THEN
               CLOSE F-MOVIMIENTOS
               EXIT PROGRAM
           ELSE
               GO TO PANTALLA-ABONO-ACEPTAR
           END-IF.

           OPEN INPUT F-ABONOS.
           IF FSAB <> 00
               CLOSE F-ABONOS
               GO TO ABONO-NO-DISP.

           MOVE ABONO-INTRO TO ABO-NUM.
           READ F-ABONOS INVALID KEY
               CLOSE F-ABONOS
               DISPLAY FORM-ERR
               GO TO PANTALLA-ABONO-ACEPTAR.
           IF ABO-ESTADO NOT = " "
               CLOSE F-ABONOS
               DISPLAY FORM-ERR
               GO TO PANTALLA-ABONO-ACEPTAR.
           MOVE ABONO-REG TO ABONO-SEL.
           CLOSE F-ABONOS.

           MOVE "S"            TO VENTA-ABONO.
           MOVE ABS-TARIFA     TO TARIFA-SEL.
           MOVE 1              TO USER-NUM-ENTRADAS.
           MOVE ABS-ESP-NUM(1) TO USER-NUM-ESPECT.
           MOVE SPACES         TO PROMO-INTRO.
           MOVE 0              TO PROMO-APLICADA.
           MOVE 0              TO VALE-INTRO.
           MOVE 0              TO VALE-APLICADO-CENT.

      * Todos los espectaculos del abono tienen que estar por
      * celebrar, sin cancelar y con plaza en la tarifa del abono, y
      * el titular dentro del tope por persona de cada uno.
       ABONO-SUFICIENCIA.
           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           COMPUTE FECHA-ACTUAL = (ANO * 10000)
                                  + (MES * 100)
                                  + DIA.
           MOVE 0 TO IDX-ABO.

       COMPROBAR-EVENTO-ABONO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABS-NUM-ESP
               GO TO EVENTOS-ABONO-COMPROBADOS.

           MOVE ABS-ESP-NUM(IDX-ABO) TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY
               GO TO ABONO-NO-DISP.
           IF ESP-ESTADO = "C"
               GO TO ABONO-NO-DISP.

           COMPUTE FECHA-ESP-FILTRO = (ESP-ANO * 10000)
                                      + (ESP-MES * 100)
                                      + ESP-DIA.
           IF FECHA-ACTUAL >= FECHA-ESP-FILTRO
               GO TO ABONO-NO-DISP.
           IF ESP-TAR-DISP(TARIFA-SEL) < 1
               GO TO ABONO-NO-DISP.

           MOVE TNUM              TO TOPC-TARJETA.
           MOVE ESP-NUM           TO TOPC-ESP-NUM.
           MOVE 0                 TO TOPC-ENT-EXCLUIDA.
           MOVE 1                 TO TOPC-NUM-ENTRADAS.
           MOVE ESP-MAX-PERSONA   TO TOPC-MAXIMO.
           CALL "BANKTOP" USING DATOS-TOPE.
           IF TOPC-RESULTADO = "T"
               GO TO TOPE-SUPERADO.

           GO TO COMPROBAR-EVENTO-ABONO.

       EVENTOS-ABONO-COMPROBADOS.
           PERFORM CONSULTA-SOBREGIRO-PROPIO THRU
               CONSULTA-SOBREGIRO-PROPIO-FIN.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.

           COMPUTE SALDO-USER-CENT = (SALDO-USER-ENT * 100)
                                     + SALDO-USER-DEC.
           COMPUTE IMPORTE-ENTRADAS-CENT = (ABS-PRECIO-ENT * 100)
                                           + ABS-PRECIO-DEC.

           MOVE "N" TO SOLO-PLAZOS.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               IF IMPORTE-ENTRADAS-CENT > CRE-DISPONIBLE-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           ELSE
           IF SALDO-USER-CENT - RESERVA-HUCHAS-CENT
                   < IMPORTE-ENTRADAS-CENT - SOBREGIRO-CENT
               COMPUTE CUOTA-CENT = IMPORTE-ENTRADAS-CENT / 10
               COMPUTE PRIMERA-CUOTA-CENT = IMPORTE-ENTRADAS-CENT
                   - (CUOTA-CENT * 9)
               IF SALDO-USER-CENT - RESERVA-HUCHAS-CENT
                       < PRIMERA-CUOTA-CENT - SOBREGIRO-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
               MOVE "S" TO SOLO-PLAZOS
           END-IF
           END-IF.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "OCI" TO LIMC-TIPO.
           MOVE IMPORTE-ENTRADAS-CENT TO LIMC-IMPORTE-CENT.
           CALL "BANKLIM" USING DATOS-LIMITE.
           IF LIMC-RESULTADO = "U" OR "D"
               GO TO LIMITE-SUPERADO.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "ENT" TO MENC-OPCION.
           MOVE IMPORTE-ENTRADAS-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "COM" TO FRAC-OPERACION.
           MOVE IMPORTE-ENTRADAS-CENT TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

           MOVE "S" TO PLAZOS-PERMITIDOS.
           MOVE "P"  TO MENC-OPERACION.
           MOVE "PLZ" TO MENC-OPCION.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P"
               MOVE "N" TO PLAZOS-PERMITIDOS.
           IF SOLO-PLAZOS = "S" AND PLAZOS-PERMITIDOS = "N"
               GO TO SALDO-INSUFICIENTE.

           COMPUTE IMPORTE-ENTRADAS-ENT =
               (IMPORTE-ENTRADAS-CENT / 100).
           MOVE FUNCTION MOD(IMPORTE-ENTRADAS-CENT, 100)
               TO IMPORTE-ENTRADAS-DEC.

       ABONO-CONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Vas a comprar el abono" LINE 8 COLUMN 15.
           DISPLAY ABS-NOMBRE LINE 9 COLUMN 15.
           DISPLAY "Codigo del abono: " LINE 10 COLUMN 15.
           DISPLAY ABS-NUM LINE 10 COLUMN 33.
           DISPLAY "Espectaculos incluidos: " LINE 11 COLUMN 15.
           DISPLAY ABS-NUM-ESP LINE 11 COLUMN 39.
           DISPLAY "Tarifa: " LINE 12 COLUMN 15.
           DISPLAY ESP-TAR-NOMBRE(TARIFA-SEL) LINE 12 COLUMN 23.

           DISPLAY "Importe total: " LINE 14 COLUMN 15.
           DISPLAY IMPORTE-ENTRADAS-ENT LINE 14 COLUMN 30.
           DISPLAY "." LINE 14 COLUMN 36.
           DISPLAY IMPORTE-ENTRADAS-DEC LINE 14 COLUMN 37.
           DISPLAY "EUR" LINE 14 COLUMN 40.

           IF SOLO-PLAZOS = "S"
               DISPLAY "Su saldo solo alcanza para el pago a plazos"
                   LINE 16 COLUMN 15
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
               DISPLAY "Enter - Pagar a plazos" LINE 24 COLUMN 2
           ELSE
               DISPLAY "Enter - Confirmar" LINE 24 COLUMN 2.
           IF TARJETA-CREDITO = "N" AND PLAZOS-PERMITIDOS = "S"
               DISPLAY "Av.pag - Pagar a plazos" LINE 24 COLUMN 28.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       ABONO-CONF-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED THEN
               IF SOLO-PLAZOS = "S"
                   GO TO PANTALLA-PLAZOS
               ELSE
                   GO TO ABONO-ASIENTOS
               END-IF
           ELSE
               IF PGDN-PRESSED THEN
                   GO TO PANTALLA-PLAZOS
               ELSE
               IF ESC-PRESSED OR TIMEOUT-PRESSED THEN
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO ABONO-CONF-ENTER
               END-IF
               END-IF
           END-IF.

      * El abono ocupa el mismo asiento en todos sus espectaculos con
      * plano numerado.  El primero de ellos sirve de guia: se busca
      * en el, desde la posicion elegida, un asiento de la zona de la
      * tarifa que este libre tambien en todos los demas.
       ABONO-ASIENTOS.
           MOVE 0 TO FILA-SEL.
           MOVE 0 TO ASIENTO-SEL.
           MOVE 0 TO PRIMERA-FILA.
           MOVE 0 TO PRIMER-ASIENTO.
           MOVE 0 TO ABO-FILA-SEL.
           MOVE 0 TO ABO-ASIENTO-SEL.
           MOVE 0 TO ABO-GUIA.
           MOVE ALL "N" TO TABLA-NUMERACION-ABONO.

           OPEN INPUT F-ASIENTOS.
           IF FSAS <> 00
               CLOSE F-ASIENTOS
               GO TO GUARDAR-ABONO.
           MOVE 0 TO IDX-ABO.

       ABONO-NUMERACION.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABS-NUM-ESP
               GO TO ABONO-NUMERACION-VISTA.

           MOVE ABS-ESP-NUM(IDX-ABO) TO ASI-ESP-NUM.
           MOVE 0 TO ASI-FILA.
           MOVE 0 TO ASI-ASIENTO.
           START F-ASIENTOS KEY IS >= ASI-CLAVE
               INVALID KEY GO TO ABONO-NUMERACION.
           READ F-ASIENTOS NEXT RECORD AT END
               GO TO ABONO-NUMERACION.
           IF ASI-ESP-NUM NOT = ABS-ESP-NUM(IDX-ABO)
               GO TO ABONO-NUMERACION.

           MOVE "S" TO ABS-NUMERADO(IDX-ABO).
           IF ABO-GUIA = 0
               MOVE IDX-ABO TO ABO-GUIA.
           GO TO ABONO-NUMERACION.

       ABONO-NUMERACION-VISTA.
           CLOSE F-ASIENTOS.
           IF ABO-GUIA = 0
               GO TO GUARDAR-ABONO.

       ABONO-PANTALLA-ASIENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Eleccion de asiento del abono" LINE 8 COLUMN 25.
           DISPLAY "El abono tiene el mismo asiento en todos sus"
               LINE 9 COLUMN 17.
           DISPLAY "espectaculos. Indique fila y asiento de partida,"
               LINE 10 COLUMN 15.
           DISPLAY "o deje cero para asignacion automatica" LINE 11
               COLUMN 20.
           INITIALIZE FILA-SEL.
           INITIALIZE ASIENTO-SEL.
           DISPLAY "Fila:" LINE 12 COLUMN 25.
           DISPLAY "Asiento:" LINE 13 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT ACCEPT-ASIENTOS ON EXCEPTION
           IF ESC-PRESSED THEN
               CLOSE F-MOVIMIENTOS
               CLOSE F-ESPECTACULOS
               EXIT PROGRAM
           ELSE
               GO TO ABONO-PANTALLA-ASIENTOS
           END-IF.

           OPEN INPUT F-ASIENTOS.
           IF FSAS <> 00
               CLOSE F-ASIENTOS
               GO TO GUARDAR-ABONO.

           MOVE ABS-ESP-NUM(ABO-GUIA) TO ASI-ESP-NUM.
           MOVE FILA-SEL              TO ASI-FILA.
           MOVE ASIENTO-SEL           TO ASI-ASIENTO.
           START F-ASIENTOS KEY IS >= ASI-CLAVE
               INVALID KEY
               CLOSE F-ASIENTOS
               GO TO ABONO-SIN-ASIENTO.

       ABONO-LEER-CANDIDATO.
           READ F-ASIENTOS NEXT RECORD AT END
               CLOSE F-ASIENTOS
               GO TO ABONO-SIN-ASIENTO.
           IF ASI-ESP-NUM NOT = ABS-ESP-NUM(ABO-GUIA)
               CLOSE F-ASIENTOS
               GO TO ABONO-SIN-ASIENTO.
           IF ASI-ESTADO NOT = " "
               GO TO ABONO-LEER-CANDIDATO.
           IF ASI-ZONA NOT = 0 AND ASI-ZONA NOT = TARIFA-SEL
               GO TO ABONO-LEER-CANDIDATO.

           MOVE ASI-FILA    TO ABO-FILA-SEL.
           MOVE ASI-ASIENTO TO ABO-ASIENTO-SEL.
           MOVE "S" TO ASIENTO-COMUN.
           MOVE ABO-GUIA TO IDX-ABO.

       ABONO-COMPROBAR-ASIENTO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABS-NUM-ESP
               GO TO ABONO-CANDIDATO-VISTO.
           IF ABS-NUMERADO(IDX-ABO) NOT = "S"
               GO TO ABONO-COMPROBAR-ASIENTO.

           MOVE ABS-ESP-NUM(IDX-ABO) TO ASI-ESP-NUM.
           MOVE ABO-FILA-SEL         TO ASI-FILA.
           MOVE ABO-ASIENTO-SEL      TO ASI-ASIENTO.
           READ F-ASIENTOS INVALID KEY
               MOVE "N" TO ASIENTO-COMUN
               GO TO ABONO-CANDIDATO-VISTO.
           IF ASI-ESTADO NOT = " "
              OR (ASI-ZONA NOT = 0 AND ASI-ZONA NOT = TARIFA-SEL)
               MOVE "N" TO ASIENTO-COMUN
               GO TO ABONO-CANDIDATO-VISTO.
           GO TO ABONO-COMPROBAR-ASIENTO.

       ABONO-CANDIDATO-VISTO.
           IF ASIENTO-COMUN = "S"
               CLOSE F-ASIENTOS
               GO TO GUARDAR-ABONO.

           MOVE ABS-ESP-NUM(ABO-GUIA) TO ASI-ESP-NUM.
           MOVE ABO-FILA-SEL          TO ASI-FILA.
           MOVE ABO-ASIENTO-SEL       TO ASI-ASIENTO.
           START F-ASIENTOS KEY IS > ASI-CLAVE
               INVALID KEY
               CLOSE F-ASIENTOS
               GO TO ABONO-SIN-ASIENTO.
           GO TO ABONO-LEER-CANDIDATO.

       GUARDAR-ABONO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               MOVE IMPORTE-ENTRADAS-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT IMPORTE-ENTRADAS-CENT FROM SALDO-USER-CENT
           END-IF.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.
           MULTIPLY -1 BY IMPORTE-ENTRADAS-ENT.

           MOVE LAST-MOV-NUM         TO MOV-NUM.
           MOVE TNUM                 TO MOV-TARJETA.
           MOVE ANO                  TO MOV-ANO.
           MOVE MES                  TO MOV-MES.
           MOVE DIA                  TO MOV-DIA.
           MOVE HORAS                TO MOV-HOR.
           MOVE MINUTOS              TO MOV-MIN.
           MOVE SEGUNDOS             TO MOV-SEG.
           MOVE IMPORTE-ENTRADAS-ENT TO MOV-IMPORTE-ENT.
           MOVE IMPORTE-ENTRADAS-DEC TO MOV-IMPORTE-DEC.
           MOVE SPACES               TO MOV-CONCEPTO.
           IF VENTA-A-PLAZOS = "S"
               STRING "Cuota 01/" NUM-CUOTAS " abono " ABS-NUM ":"
                   ABS-NOMBRE(1:12)
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
           ELSE
               STRING "Abono " ABS-NUM "T" TARIFA-SEL ":"
                   ABS-NOMBRE(1:22)
                   DELIMITED BY SIZE INTO MOV-CONCEPTO
           END-IF.
           MOVE SALDO-POST-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC       TO MOV-SALDOPOS-DEC.
           IF SALDO-USER-CENT < 0
               MOVE "D"              TO MOV-ESTADO
           ELSE
               MOVE " "              TO MOV-ESTADO
           END-IF.
           MOVE "EUR"                TO MOV-MONEDA.
           MOVE TERMINAL-ID   TO MOV-TERMINAL.
           MOVE "ATM"           TO MOV-CANAL.
           MOVE "OCI"           TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE 0 TO IDX-ABO.

       DESCONTAR-PLAZA-ABONO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABS-NUM-ESP
               GO TO PLAZAS-ABONO-DESCONTADAS.
           MOVE ABS-ESP-NUM(IDX-ABO) TO ESP-NUM.
           READ F-ESPECTACULOS INVALID KEY GO TO PSYS-ERR.
           SUBTRACT 1 FROM ESP-TAR-DISP(TARIFA-SEL).
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO DESCONTAR-PLAZA-ABONO.

       PLAZAS-ABONO-DESCONTADAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-ESPECTACULOS.

           PERFORM EMITIR-ENTRADAS-ABONO THRU EMITIR-ENTRADAS-ABONO-FIN.
           PERFORM REGISTRAR-VENTA-ABONO THRU REGISTRAR-VENTA-ABONO-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "ENT" TO MENC-OPCION.
           MOVE IMPORTE-ENTRADAS-CENT TO MENC-IMPORTE-CENT.
           IF VENTA-A-PLAZOS = "S"
               MOVE IMPORTE-TOTAL-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           IF VENTA-A-PLAZOS = "S"
               PERFORM ESCRIBIR-PLAN-CUOTAS
                   THRU ESCRIBIR-PLAN-CUOTAS-FIN.

           MOVE "N" TO VENTA-ABONO.
           GO TO PANTALLA-RECOGIDA.

       ABONO-NO-DISP.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Lamentamos comunicarle que no hay abonos" LINE 8
               COLUMN 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "disponibles o que alguno de sus espectaculos"
               LINE 9 COLUMN 18 WITH BACKGROUND-COLOR RED.
           DISPLAY "esta agotado, cancelado o ya celebrado" LINE 10
               COLUMN 21 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO VENTA-ERR-ENTER.

       ABONO-SIN-ASIENTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No queda un mismo asiento libre en todos"
               LINE 8 COLUMN 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "los espectaculos del abono" LINE 9 COLUMN 27
               WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO VENTA-ERR-ENTER.

      * Vale regalo por importe fijo, cargado como una compra de
      * entradas.  El codigo del vale es lo que se regala: quien lo
      * tenga puede canjearlo en la compra de entradas.
       PANTALLA-VALE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar un vale regalo" LINE 8 COLUMN 30.
           DISPLAY "1 - Vale de  25 EUR" LINE 10 COLUMN 30.
           DISPLAY "2 - Vale de  50 EUR" LINE 11 COLUMN 30.
           DISPLAY "3 - Vale de 100 EUR" LINE 12 COLUMN 30.
           DISPLAY "Canjeable en la compra de entradas de cualquier"
               LINE 15 COLUMN 16.
           DISPLAY "espectaculo, en una o varias veces" LINE 16
               COLUMN 23.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       PANTALLA-VALE-ACEPTAR.
           ACCEPT OPCION-VALE LINE 24 COLUMN 80 WITH TIME-OUT 60000
               ON EXCEPTION
           IF ESC-PRESSED THEN
               CLOSE F-MOVIMIENTOS
               GO TO IMPRIMIR-CABECERA
           ELSE IF TIMEOUT-PRESSED THEN
               CLOSE F-MOVIMIENTOS
               EXIT PROGRAM
           ELSE
               GO TO PANTALLA-VALE-ACEPTAR
           END-IF.

           IF OPCION-VALE = 1
               MOVE 2500 TO VALE-COMPRA-CENT.
           IF OPCION-VALE = 2
               MOVE 5000 TO VALE-COMPRA-CENT.
           IF OPCION-VALE = 3
               MOVE 10000 TO VALE-COMPRA-CENT.
           IF OPCION-VALE < 1 OR OPCION-VALE > 3
               GO TO PANTALLA-VALE-ACEPTAR.

      * Mismas comprobaciones que la compra de entradas.
           PERFORM CONSULTA-SOBREGIRO-PROPIO THRU
               CONSULTA-SOBREGIRO-PROPIO-FIN.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.
           COMPUTE SALDO-USER-CENT = (SALDO-USER-ENT * 100)
                                     + SALDO-USER-DEC.

           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               IF VALE-COMPRA-CENT > CRE-DISPONIBLE-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           ELSE
               IF SALDO-USER-CENT - RESERVA-HUCHAS-CENT
                       < VALE-COMPRA-CENT - SOBREGIRO-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           END-IF.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "OCI" TO LIMC-TIPO.
           MOVE VALE-COMPRA-CENT TO LIMC-IMPORTE-CENT.
           CALL "BANKLIM" USING DATOS-LIMITE.
           IF LIMC-RESULTADO = "U" OR "D"
               GO TO LIMITE-SUPERADO.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "ENT" TO MENC-OPCION.
           MOVE VALE-COMPRA-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "COM" TO FRAC-OPERACION.
           MOVE VALE-COMPRA-CENT TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar un vale regalo" LINE 8 COLUMN 30.
           COMPUTE VALE-MOSTRAR-ENT = VALE-COMPRA-CENT / 100.
           DISPLAY "Importe del vale:" LINE 11 COLUMN 20.
           DISPLAY VALE-MOSTRAR-ENT LINE 11 COLUMN 38.
           DISPLAY "EUR" LINE 11 COLUMN 46.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 2.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

       CONFIRMAR-VALE.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               GO TO GUARDAR-VALE
           ELSE
               IF ESC-PRESSED
                   CLOSE F-MOVIMIENTOS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   IF TIMEOUT-PRESSED
                       CLOSE F-MOVIMIENTOS
                       EXIT PROGRAM
                   ELSE
                       GO TO CONFIRMAR-VALE.

       GUARDAR-VALE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000)
                                       + (MES * 100) + DIA.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.

           MOVE "E"                TO VALC-MODO.
           MOVE 0                  TO VALC-COD.
           MOVE TNUM               TO VALC-TARJETA.
           MOVE VALE-COMPRA-CENT   TO VALC-IMPORTE-CENT.
           MOVE 0                  TO VALC-TOTAL-CENT.
           MOVE LAST-MOV-NUM       TO VALC-MOV-NUM.
           MOVE FECHA-HOY-AAAAMMDD TO VALC-FECHA.
           CALL "BANKVAL" USING DATOS-VALE.
           IF VALC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               MOVE VALE-COMPRA-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT VALE-COMPRA-CENT FROM SALDO-USER-CENT
           END-IF.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.

           MOVE LAST-MOV-NUM         TO MOV-NUM.
           MOVE TNUM                 TO MOV-TARJETA.
           MOVE ANO                  TO MOV-ANO.
           MOVE MES                  TO MOV-MES.
           MOVE DIA                  TO MOV-DIA.
           MOVE HORAS                TO MOV-HOR.
           MOVE MINUTOS              TO MOV-MIN.
           MOVE SEGUNDOS             TO MOV-SEG.
           COMPUTE MOV-IMPORTE-ENT = 0 - (VALE-COMPRA-CENT / 100).
           MOVE FUNCTION MOD(VALE-COMPRA-CENT, 100)
               TO MOV-IMPORTE-DEC.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Vale regalo " VALC-COD
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC       TO MOV-SALDOPOS-DEC.
           IF SALDO-USER-CENT < 0
               MOVE "D"              TO MOV-ESTADO
           ELSE
               MOVE " "              TO MOV-ESTADO
           END-IF.
           MOVE "EUR"                TO MOV-MONEDA.
           MOVE TERMINAL-ID          TO MOV-TERMINAL.
           MOVE "ATM"                TO MOV-CANAL.
           MOVE "OCI"                TO MOV-CATEGORIA.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "ENT" TO MENC-OPCION.
           MOVE VALE-COMPRA-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

       PANTALLA-VALE-OK.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar un vale regalo" LINE 8 COLUMN 30.
           DISPLAY "Codigo del vale:" LINE 10 COLUMN 21.
           DISPLAY VALC-COD LINE 10 COLUMN 38.
           DISPLAY "Valido hasta el" LINE 11 COLUMN 21.
           DISPLAY VALC-CADUCIDAD(7:2) LINE 11 COLUMN 38.
           DISPLAY "-" LINE 11 COLUMN 40.
           DISPLAY VALC-CADUCIDAD(5:2) LINE 11 COLUMN 41.
           DISPLAY "-" LINE 11 COLUMN 43.
           DISPLAY VALC-CADUCIDAD(1:4) LINE 11 COLUMN 44.
           DISPLAY "El saldo resultante es de" LINE 12 COLUMN 21.
           DISPLAY SALDOPOSTERIOR.
           DISPLAY "." LINE 12 COLUMN 57.
           DISPLAY SALDO-POST-DEC LINE 12 COLUMN 58.
           DISPLAY "Conserve el codigo: sin el no se puede canjear"
               LINE 14 COLUMN 17.

           MOVE SPACES TO JUS-TITULO.
           STRING "Vale regalo hasta " VALC-CADUCIDAD(7:2) "-"
               VALC-CADUCIDAD(5:2) "-" VALC-CADUCIDAD(1:4)
               DELIMITED BY SIZE INTO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           MOVE TERMINAL-ID              TO JUS-TERMINAL.
           MOVE VALC-COD                 TO JUS-REFERENCIA.
           COMPUTE JUS-IMPORTE-CENT = 0 - VALE-COMPRA-CENT.
           MOVE SALDO-USER-CENT          TO JUS-SALDO-CENT.
           MOVE "S"                      TO JUS-CON-SALDO.
           MOVE "S"                      TO JUSTIF-DISPONIBLE.
           DISPLAY "1 + Enter - Justificante" LINE 24 COLUMN 1.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO RECOGER-ENTER.

       VALIDA-LUHN.
           MOVE TARJETA-CESION TO LUHN-WORK.
           MOVE 0 TO LUHN-SUMA.
           PERFORM VARYING LUHN-INDICE FROM 16 BY -1
                   UNTIL LUHN-INDICE < 1
               MOVE LUHN-DIGITO-T(LUHN-INDICE) TO LUHN-DIGITO
               IF FUNCTION MOD(17 - LUHN-INDICE, 2) = 0
                   MULTIPLY 2 BY LUHN-DIGITO
                   IF LUHN-DIGITO > 9
                       SUBTRACT 9 FROM LUHN-DIGITO
                   END-IF
               END-IF
               ADD LUHN-DIGITO TO LUHN-SUMA
           END-PERFORM.

           IF FUNCTION MOD(LUHN-SUMA, 10) = 0
               MOVE 1 TO LUHN-VALIDO
           ELSE
               MOVE 0 TO LUHN-VALIDO
           END-IF.

       VALIDA-LUHN-FIN.
           EXIT.

       NO-ENTR-DISP.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de entradas de espectaculos" TO MSJ-TEXTO-USAR.
           MOVE 42 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 06 COLUMN 22.
           DISPLAY "Lamentamos comunicarle que" LINE 08 COLUMN 27
               WITH BACKGROUND-COLOR RED.
           DISPLAY "El espectaculo seleccionado no" LINE 9 COLUMN 9
               WITH BACKGROUND-COLOR RED.
           DISPLAY "dispone de suficientes entradas" LINE 9 COLUMN 40
               WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Apuntarse a lista de espera"
               LINE 24 COLUMN 5.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 62.

           GO TO NO-ENTR-DISP-ENTER.

       NO-ENTR-DISP-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               GO TO PREGUNTAR-AUTOCOMPRA
           ELSE
               IF ESC-PRESSED
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   IF TIMEOUT-PRESSED
                       CLOSE F-MOVIMIENTOS
                       CLOSE F-ESPECTACULOS
                       EXIT PROGRAM
                   ELSE
                       GO TO NO-ENTR-DISP-ENTER.

      * Con la autorizacion del cliente, el lote de lista de espera
      * compra por el las entradas cuando queden libres, con cargo a
      * esta tarjeta.
       PREGUNTAR-AUTOCOMPRA.
           MOVE "N" TO AUTOCOMPRA-SEL.
           DISPLAY "Si quedan libres, podemos comprarlas por"
               LINE 14 COLUMN 19.
           DISPLAY "usted con cargo a esta tarjeta" LINE 15
               COLUMN 24.
           DISPLAY "1 + Enter - Autorizar compra automatica"
               LINE 17 COLUMN 19.
           DISPLAY "Enter - Solo avisarme" LINE 18 COLUMN 28.

       PREGUNTAR-AUTOCOMPRA-ENTER.
           INITIALIZE PRESSED-KEY.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               IF PRESSED-KEY = 1
                   MOVE "S" TO AUTOCOMPRA-SEL
                   GO TO APUNTAR-LISTA-ESPERA
               ELSE
                   GO TO APUNTAR-LISTA-ESPERA
               END-IF
           ELSE
               IF TIMEOUT-PRESSED
                   CLOSE F-MOVIMIENTOS
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO PREGUNTAR-AUTOCOMPRA-ENTER.

       APUNTAR-LISTA-ESPERA.
           OPEN I-O F-LISTAESPERA.
           IF FSL <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-LE-NUM.

       BUSCAR-LAST-LE-NUM.
           READ F-LISTAESPERA NEXT RECORD AT END
               GO TO GUARDAR-LISTA-ESPERA.
           IF LE-NUM > LAST-LE-NUM
               MOVE LE-NUM TO LAST-LE-NUM.
           GO TO BUSCAR-LAST-LE-NUM.

       GUARDAR-LISTA-ESPERA.
           ADD 1 TO LAST-LE-NUM.
           MOVE LAST-LE-NUM       TO LE-NUM.
           MOVE USER-NUM-ESPECT   TO LE-ESP-NUM.
           MOVE TARIFA-SEL        TO LE-TARIFA.
           MOVE TNUM              TO LE-TARJETA.
           MOVE USER-NUM-ENTRADAS TO LE-NUM-ENTRADAS.
           MOVE " "               TO LE-ESTADO.
           MOVE AUTOCOMPRA-SEL    TO LE-AUTOCOMPRA.
           WRITE LISTAESPERA-REG INVALID KEY GO TO PSYS-ERR.

           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO VENTA-ERR-ENTER.

       LIMITE-SUPERADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           GO TO VENTA-ERR-ENTER.

       FRAUDE-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de entradas de espectaculos" TO MSJ-TEXTO-USAR.
           MOVE 42 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 22.
           DISPLAY "Operacion denegada por seguridad" LINE 8
               COLUMN 24 WITH BACKGROUND-COLOR RED.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida, le llamaremos" LINE 9
                   COLUMN 24 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           GO TO VENTA-ERR-ENTER.

       TOPE-SUPERADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de entradas de espectaculos" TO MSJ-TEXTO-USAR.
           MOVE 42 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 22.
           DISPLAY "Supera el maximo de entradas por persona"
               LINE 8 COLUMN 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "Maximo:     Ya tiene:" LINE 10 COLUMN 25.
           DISPLAY TOPC-MAXIMO LINE 10 COLUMN 33.
           DISPLAY TOPC-TENIDAS LINE 10 COLUMN 47.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.
           GO TO VENTA-ERR-ENTER.

       TUTOR-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Compra de entradas de espectaculos" TO MSJ-TEXTO-USAR.
           MOVE 42 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 22.
           IF MENC-RESULTADO = "P"
               DISPLAY "Compra no permitida por su tutor" LINE 8
                   COLUMN 24 WITH BACKGROUND-COLOR RED
           ELSE
               IF MENC-RESULTADO = "U"
                   DISPLAY "Supera el tope por operacion de su tutor"
                       LINE 8 COLUMN 20 WITH BACKGROUND-COLOR RED
               ELSE
                   DISPLAY "Supera el tope diario fijado por su tutor"
                       LINE 8 COLUMN 20 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

       VENTA-ERR-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
       APLICAR-PROMOCION-FIN.
           EXIT.

      * Vale regalo indicado en la compra: lo pague quien lo pague,
      * cubre el importe hasta donde alcance su saldo y el resto se
      * carga a la tarjeta.
       APLICAR-VALE.
           MOVE 0 TO VALE-APLICADO-CENT.
           MOVE IMPORTE-ENTRADAS-CENT TO VALE-TOTAL-CENT.

           IF VALE-INTRO = 0
               GO TO APLICAR-VALE-FIN.

           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000)
                                       + (MES * 100) + DIA.
           MOVE "C"                TO VALC-MODO.
           MOVE VALE-INTRO         TO VALC-COD.
           MOVE TNUM               TO VALC-TARJETA.
           MOVE FECHA-HOY-AAAAMMDD TO VALC-FECHA.
           CALL "BANKVAL" USING DATOS-VALE.
           IF VALC-RESULTADO NOT = "O"
               GO TO VALE-NO-VALIDO.

           IF VALC-SALDO-CENT < IMPORTE-ENTRADAS-CENT
               MOVE VALC-SALDO-CENT TO VALE-APLICADO-CENT
           ELSE
               MOVE IMPORTE-ENTRADAS-CENT TO VALE-APLICADO-CENT.

           SUBTRACT VALE-APLICADO-CENT FROM IMPORTE-ENTRADAS-CENT.
           COMPUTE IMPORTE-ENTRADAS-ENT =
               (IMPORTE-ENTRADAS-CENT / 100).
           MOVE FUNCTION MOD(IMPORTE-ENTRADAS-CENT, 100)
               TO IMPORTE-ENTRADAS-DEC.
           GO TO APLICAR-VALE-FIN.

       VALE-NO-VALIDO.
           MOVE "Vale regalo no disponible" TO VALE-AVISO.
           IF VALC-RESULTADO = "N"
               MOVE "Codigo de vale regalo incorrecto" TO VALE-AVISO.
           IF VALC-RESULTADO = "C"
               MOVE "El vale regalo ha caducado" TO VALE-AVISO.
           IF VALC-RESULTADO = "U"
               MOVE "El vale regalo ya esta agotado" TO VALE-AVISO.
           DISPLAY VALE-AVISO LINE 23 COLUMN 14
               WITH BACKGROUND-COLOR RED.
           GO TO WAIT-ORDER.

       APLICAR-VALE-FIN.
           EXIT.

      * Reintegro al vale de VALC-COD; si el vale ya ha caducado o no
      * admite el reintegro, el importe se devuelve a la cuenta.
       REINTEGRAR-VALE.
           IF VALE-REINTEGRO-CENT = 0
               GO TO REINTEGRAR-VALE-FIN.
           MOVE "D"                 TO VALC-MODO.
           MOVE VALE-REINTEGRO-CENT TO VALC-IMPORTE-CENT.
           MOVE FECHA-ACTUAL        TO VALC-FECHA.
           CALL "BANKVAL" USING DATOS-VALE.
           IF VALC-RESULTADO NOT = "O"
               ADD VALE-REINTEGRO-CENT TO REFUND-CENT.

       REINTEGRAR-VALE-FIN.
           EXIT.

       CONSUMIR-PROMOCION.
           OPEN I-O F-PROMOS.
           IF FSPR <> 00
           EXIT.

      * Ocupa el primer asiento libre del espectaculo a partir de la
      * posicion elegida y de la zona de la tarifa comprada; los
      * asientos de la misma compra continuan desde el ultimo tomado.
       TOMAR-ASIENTO.
           MOVE 0 TO ASIENTO-ENCONTRADO.

               GO TO TOMAR-ASIENTO-CERRAR.
           IF ASI-ESTADO NOT = " "
               GO TO BUSCAR-ASIENTO-LIBRE.
           IF ASI-ZONA NOT = 0 AND ASI-ZONA NOT = TARIFA-SEL
               GO TO BUSCAR-ASIENTO-LIBRE.

           MOVE "V" TO ASI-ESTADO.
           MOVE LAST-ENT-NUM TO ASI-ENT-NUM.
       ESCRIBIR-PLAN-CUOTAS-FIN.
           EXIT.

      * Una entrada por espectaculo del abono, todas ligadas al
      * movimiento de la venta y en el asiento comun donde haya
      * numeracion.
       EMITIR-ENTRADAS-ABONO.
           MOVE 0 TO LAST-ENT-NUM.
           MOVE 0 TO PRIMERA-ENTRADA.
           MOVE 0 TO ULTIMA-ENTRADA.

           OPEN I-O F-ENTRADAS.
           IF FSEN <> 00 AND 05
               GO TO PSYS-ERR.

       BUSCAR-LAST-ENT-ABONO.
           READ F-ENTRADAS NEXT RECORD AT END
               GO TO ESCRIBIR-ENTRADAS-ABONO.
           IF ENT-NUM > LAST-ENT-NUM
               MOVE ENT-NUM TO LAST-ENT-NUM.
           GO TO BUSCAR-LAST-ENT-ABONO.

       ESCRIBIR-ENTRADAS-ABONO.
           MOVE 0 TO IDX-ABO.

       ESCRIBIR-ENTRADA-ABONO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABS-NUM-ESP
               GO TO ENTRADAS-ABONO-EMITIDAS.

           ADD 1 TO LAST-ENT-NUM.
           IF PRIMERA-ENTRADA = 0
               MOVE LAST-ENT-NUM TO PRIMERA-ENTRADA.
           MOVE LAST-ENT-NUM TO ULTIMA-ENTRADA.

           MOVE LAST-ENT-NUM         TO ENT-NUM.
           MOVE ABS-ESP-NUM(IDX-ABO) TO ENT-ESP-NUM.
           MOVE TARIFA-SEL           TO ENT-TARIFA.
           MOVE TNUM                 TO ENT-TARJETA.
           MOVE LAST-MOV-NUM         TO ENT-MOV-NUM.
           MOVE " "                  TO ENT-ESTADO.
           MOVE 0                    TO ENT-FILA.
           MOVE 0                    TO ENT-ASIENTO.

           IF ABS-NUMERADO(IDX-ABO) = "S" AND ABO-FILA-SEL > 0
               PERFORM OCUPAR-ASIENTO-ABONO
                   THRU OCUPAR-ASIENTO-ABONO-FIN
               MOVE ABO-FILA-SEL    TO ENT-FILA
               MOVE ABO-ASIENTO-SEL TO ENT-ASIENTO
               MOVE ABO-FILA-SEL    TO PRIMERA-FILA
               MOVE ABO-ASIENTO-SEL TO PRIMER-ASIENTO
           END-IF.

           WRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ESCRIBIR-ENTRADA-ABONO.

       ENTRADAS-ABONO-EMITIDAS.
           CLOSE F-ENTRADAS.

       EMITIR-ENTRADAS-ABONO-FIN.
           EXIT.

       OCUPAR-ASIENTO-ABONO.
           OPEN I-O F-ASIENTOS.
           IF FSAS <> 00
               CLOSE F-ASIENTOS
               GO TO OCUPAR-ASIENTO-ABONO-FIN.

           MOVE ABS-ESP-NUM(IDX-ABO) TO ASI-ESP-NUM.
           MOVE ABO-FILA-SEL         TO ASI-FILA.
           MOVE ABO-ASIENTO-SEL      TO ASI-ASIENTO.
           READ F-ASIENTOS INVALID KEY
               CLOSE F-ASIENTOS
               GO TO OCUPAR-ASIENTO-ABONO-FIN.

           MOVE "V" TO ASI-ESTADO.
           MOVE LAST-ENT-NUM TO ASI-ENT-NUM.
           REWRITE ASIENTO-REG INVALID KEY CONTINUE.
           CLOSE F-ASIENTOS.

       OCUPAR-ASIENTO-ABONO-FIN.
           EXIT.

       REGISTRAR-VENTA-ABONO.
           OPEN I-O F-ABONOSVENTA.
           IF FSAV = 35
               CLOSE F-ABONOSVENTA
               OPEN OUTPUT F-ABONOSVENTA
               CLOSE F-ABONOSVENTA
               OPEN I-O F-ABONOSVENTA.
           IF FSAV <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE LAST-MOV-NUM    TO AVE-MOV-NUM.
           MOVE ABS-NUM         TO AVE-ABO-NUM.
           MOVE TNUM            TO AVE-TARJETA.
           COMPUTE AVE-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE TARIFA-SEL      TO AVE-TARIFA.
           MOVE ABO-FILA-SEL    TO AVE-FILA.
           MOVE ABO-ASIENTO-SEL TO AVE-ASIENTO.
           COMPUTE AVE-IMPORTE-CENT = (ABS-PRECIO-ENT * 100)
                                      + ABS-PRECIO-DEC.
           MOVE 0               TO AVE-PLAZOS.
           IF VENTA-A-PLAZOS = "S"
               MOVE NUM-CUOTAS  TO AVE-PLAZOS.
           MOVE " "             TO AVE-ESTADO.
           WRITE ABONOVENTA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ABONOSVENTA.

       REGISTRAR-VENTA-ABONO-FIN.
           EXIT.

      * Si la entrada es de un abono, el importe a devolver es la
      * parte del precio del abono asignada a su espectaculo.
       PARTE-ABONO-ENTRADA.
           OPEN INPUT F-ABONOSVENTA.
           IF FSAV <> 00
               CLOSE F-ABONOSVENTA
               GO TO PARTE-ABONO-ENTRADA-FIN.

           MOVE ENT-MOV-NUM TO AVE-MOV-NUM.
           READ F-ABONOSVENTA INVALID KEY
               CLOSE F-ABONOSVENTA
               GO TO PARTE-ABONO-ENTRADA-FIN.
           CLOSE F-ABONOSVENTA.

           OPEN INPUT F-ABONOS.
           IF FSAB <> 00
               CLOSE F-ABONOS
               GO TO PARTE-ABONO-ENTRADA-FIN.

           MOVE AVE-ABO-NUM TO ABO-NUM.
           READ F-ABONOS INVALID KEY
               CLOSE F-ABONOS
               GO TO PARTE-ABONO-ENTRADA-FIN.
           MOVE 0 TO IDX-ABO.

       BUSCAR-PARTE-ABONO.
           ADD 1 TO IDX-ABO.
           IF IDX-ABO > ABO-NUM-ESP
               GO TO PARTE-ABONO-VISTA.
           IF ABO-ESP-NUM(IDX-ABO) NOT = ENT-ESP-NUM
               GO TO BUSCAR-PARTE-ABONO.
           MOVE ABO-PARTE-CENT(IDX-ABO) TO REFUND-CENT.

       PARTE-ABONO-VISTA.
           CLOSE F-ABONOS.

       PARTE-ABONO-ENTRADA-FIN.
           EXIT.

       ASEGURAR-CONTADOR-MOV.
           OPEN I-O CONTADORES.
           IF FSK = 35

       LEER-MENSAJE-FIN.
           EXIT.

      * Tarjeta de credito: BANKCRE indica si la tarjeta tiene linea
      * de credito activa y cuanto queda disponible en el ciclo.
       CONSULTAR-CREDITO.
           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           MOVE "N" TO TARJETA-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "S" TO TARJETA-CREDITO.

       CONSULTAR-CREDITO-FIN.
           EXIT.
