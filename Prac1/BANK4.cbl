       77 MINIMO-CENT               PIC  S9(9).
       77 FSHU                     PIC    X(2).
       77 RESERVA-HUCHAS-CENT      PIC  S9(11).
       77 EMBARGO-RETENIDO-CENT    PIC S9(11) VALUE 0.
       01 DATOS-EMBARGO.
           02 EMBC-TARJETA              PIC 9(16).
           02 EMBC-RESULTADO            PIC  X(1).
           02 EMBC-PENDIENTE-CENT       PIC S9(11).
           02 EMBC-RETENIDO-CUENTA-CENT PIC S9(11).
           02 EMBC-RETENIDO-CENT        PIC S9(11).
       01 DATOS-AUTORIZADO.
           02 AUTC-TARJETA          PIC 9(16).
           02 AUTC-IMPORTE-CENT     PIC S9(11).
           02 AUTC-RESULTADO        PIC  X(1).
           02 AUTC-LIMITE-CENT      PIC S9(11).
       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).
       01 DATOS-FRAUDE.
           02 FRAC-TARJETA          PIC 9(16).
           02 FRAC-TERMINAL         PIC  9(4).
           02 FRAC-OPERACION        PIC  X(3).
           02 FRAC-IMPORTE-CENT     PIC S9(11).
           02 FRAC-DESTINO          PIC X(34).
           02 FRAC-RESULTADO        PIC  X(1).
           02 FRAC-REGLA            PIC  X(3).
           02 FRAC-CASO             PIC  9(10).

       77 DISPONIBLE-50            PIC   9(5).
       77 DISPONIBLE-20            PIC   9(5).
           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).

       77 TARJETA-CREDITO          PIC   X(1) VALUE "N".
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       77 BILLETES-PRESENTADOS     PIC   X(1) VALUE "N".
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
       77 ENTREGADO-ENT            PIC   9(7).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
       SOBREGIRO-LEIDO.
           CONTINUE.

      * Con tarjeta de credito la retirada se carga contra el credito
      * disponible del ciclo y no contra el saldo de la tarjeta.
           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           MOVE "N" TO TARJETA-CREDITO.
           IF CRE-RESULTADO = "O"
               MOVE "S" TO TARJETA-CREDITO.


       PANTALLA-RETIRADA SECTION.
           INITIALIZE EURENT-USUARIO.

      * Lo apartado en huchas no cuenta como saldo disponible.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.
           PERFORM CONSULTAR-EMBARGO THRU CONSULTAR-EMBARGO-FIN.

           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
               GO TO PANTALLA-RETIRADA
           END-IF.

           IF TARJETA-CREDITO = "N"
              AND CENT-IMPOR-USER > CENT-SALDO-USER
              + SOBREGIRO-CENT - RESERVA-HUCHAS-CENT
              - EMBARGO-RETENIDO-CENT THEN
               DISPLAY "Indique una cantidad menor!!" LINE 15 COLUMN 19
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.

           IF TARJETA-CREDITO = "N" AND MINIMO-CENT > 0
              AND (CENT-SALDO-USER - CENT-IMPOR-USER) < MINIMO-CENT THEN
               DISPLAY "Operacion rebaja el saldo minimo exigido!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               DISPLAY "EUR" LINE 13 COLUMN 58
           END-IF.

           IF TARJETA-CREDITO = "N"
              AND CENT-IMPOR-USER + COMISION-CENT >
                   CENT-SALDO-USER + SOBREGIRO-CENT
                   - RESERVA-HUCHAS-CENT
                   - EMBARGO-RETENIDO-CENT
               DISPLAY "Saldo insuficiente con la comision!!" LINE 15
                   COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.

           IF TARJETA-CREDITO = "S"
              AND CENT-IMPOR-USER + COMISION-CENT > CRE-DISPONIBLE-CENT
               DISPLAY "Supera el credito disponible!!" LINE 15
                   COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "EFE" TO LIMC-TIPO.
           MOVE CENT-IMPOR-USER TO LIMC-IMPORTE-CENT.
               GO TO PANTALLA-RETIRADA
           END-IF.

      * Las tarjetas de personas autorizadas solo operan dentro del
      * alcance y la vigencia de su autorizacion.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE CENT-IMPOR-USER TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.
           IF AUTC-RESULTADO = "U"
               DISPLAY "Supera el importe de su autorizacion!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.
           IF AUTC-RESULTADO = "V"
               DISPLAY "Autorizacion revocada o fuera de vigencia!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "RET" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "U"
               DISPLAY "Supera el tope por operacion de su tutor!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.
           IF MENC-RESULTADO = "D"
               DISPLAY "Supera el tope diario fijado por su tutor!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.
           IF MENC-RESULTADO = "P"
               DISPLAY "Retirada no permitida por su tutor!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.

      * Reglas de fraude en linea; si salta alguna no se entrega
      * dinero y queda un caso abierto para el analista.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "RET" TO FRAC-OPERACION.
           MOVE CENT-IMPOR-USER TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R"
               DISPLAY "Operacion denegada por seguridad!!"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida por seguridad, le llamaremos"
                   LINE 15 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-RETIRADA
           END-IF.


       CALCULAR-BILLETES SECTION.
           MOVE 0 TO DISPONIBLE-50.
           IF FSM <> 30
              GO TO PSYS-ERR.

      * La disposicion a credito se anota antes del movimiento; el
      * saldo de la tarjeta queda como estaba.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               COMPUTE CRE-IMPORTE-CENT = CENT-IMPOR-USER
                   + COMISION-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT CENT-IMPOR-USER FROM CENT-SALDO-USER
           END-IF.
           COMPUTE SALDO-USUARIO-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION MOD(CENT-SALDO-USER, 100)
               TO SALDO-USUARIO-DEC.
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

      * El dispensador saca lo que los cassettes pueden dar y deja
      * el resultado anotado contra el movimiento de cargo.
           MOVE "E"             TO DSPC-OPERACION.
           MOVE MOV-NUM-JUSTIF  TO DSPC-MOV-NUM.
           MOVE TNUM            TO DSPC-TARJETA.
           MOVE TERMINAL-ID     TO DSPC-TERMINAL.
           MOVE "ATM"           TO DSPC-CANAL.
           MOVE TARJETA-CREDITO TO DSPC-CREDITO.
           MOVE NUM-BILL50      TO DSPC-BILL50.
           MOVE NUM-BILL20      TO DSPC-BILL20.
           MOVE NUM-BILL10      TO DSPC-BILL10.
           MOVE COMISION-CENT   TO DSPC-COMISION-CENT.
           CALL "BANKDSP" USING DATOS-DISPENSACION.
           IF DSPC-RESULTADO = "D" OR DSPC-RESULTADO = "P"
               MOVE "S" TO BILLETES-PRESENTADOS.

           IF COMISION-CENT > 0
               PERFORM ABONAR-COMISION THRU ABONAR-COMISION-FIN.

           PERFORM AVISAR-RETIRADA THRU AVISAR-RETIRADA-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "RET" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.


       FINALIZACION SECTION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE 30 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 8 COLUMN 30.
           IF DSPC-RESULTADO = "F"
               DISPLAY "El cajero no ha podido entregar el efectivo"
                   LINE 10 COLUMN 19
               DISPLAY "Se le abonara tras el recuento del cajero"
                   LINE 13 COLUMN 19
               GO TO FINALIZACION-SALDO.
           MOVE "Por favor, retire los billetes" TO MSJ-TEXTO-USAR.
           MOVE 45 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 10 COLUMN 19.
           IF DSPC-RESULTADO = "P"
               COMPUTE ENTREGADO-ENT = DSPC-ENTREGADO-CENT / 100
               DISPLAY "Entrega incompleta: " LINE 13 COLUMN 19
               DISPLAY ENTREGADO-ENT LINE 13 COLUMN 39
               DISPLAY " EUR; el resto se abonara tras el recuento"
                   LINE 13 COLUMN 46.

       FINALIZACION-SALDO.
           MOVE "El saldo resultante es de:" TO MSJ-TEXTO-USAR.
           MOVE 46 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           EXIT.

       ABONAR-COMISION.
           IF TARJETA-CREDITO = "N"
               SUBTRACT COMISION-CENT FROM CENT-SALDO-USER.
           COMPUTE SALDO-USUARIO-ENT = (CENT-SALDO-USER / 100).
           MOVE FUNCTION MOD(CENT-SALDO-USER, 100)
               TO SALDO-USUARIO-DEC.
       SUMAR-HUCHAS-FIN.
           EXIT.

      * Con un embargo activo en la cuenta, lo que exceda del minimo
      * inembargable queda retenido y no se puede disponer.
       CONSULTAR-EMBARGO.
           MOVE 0 TO EMBARGO-RETENIDO-CENT.
           MOVE TNUM TO EMBC-TARJETA.
           CALL "BANKEMB" USING DATOS-EMBARGO.
           IF EMBC-RESULTADO = "O"
               MOVE EMBC-RETENIDO-CENT TO EMBARGO-RETENIDO-CENT.

       CONSULTAR-EMBARGO-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK4"        TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
                       THRU EMITIR-JUSTIFICANTE-FIN
                   GO TO EXIT-ENTER
               ELSE
                   MOVE "N" TO BILLETES-PRESENTADOS
                   EXIT PROGRAM
               END-IF
           ELSE
               IF TIMEOUT-PRESSED
                   PERFORM RETRAER-BILLETES THRU RETRAER-BILLETES-FIN
                   EXIT PROGRAM
               ELSE
                   GO TO EXIT-ENTER.

      * Billetes presentados que el cliente no ha retirado: el cajero
      * los recoge y la retirada queda pendiente del recuento.
       RETRAER-BILLETES.
           IF BILLETES-PRESENTADOS NOT = "S"
               GO TO RETRAER-BILLETES-FIN.
           MOVE "N" TO BILLETES-PRESENTADOS.
           MOVE "R" TO DSPC-OPERACION.
           CALL "BANKDSP" USING DATOS-DISPENSACION.

       RETRAER-BILLETES-FIN.
           EXIT.

      * Justificante impreso opcional de la operacion recien hecha,
      * con el numero de movimiento como referencia de reclamacion.
       EMITIR-JUSTIFICANTE.
