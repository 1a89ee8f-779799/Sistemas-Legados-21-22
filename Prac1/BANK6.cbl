
       77 FSHU                     PIC   X(2).
       77 RESERVA-HUCHAS-CENT      PIC S9(11).
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
       77 FSOI                     PIC   X(2).
       77 MENSUAL-IBAN             PIC   X(1).
       77 LAST-OIB-NUM             PIC  9(10).
           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).

      * Ciclo de envio SWIFT y fecha valor de la transferencia.
       01 DATOS-CICLO.
           02 CICC-MODO             PIC  X(1).
           02 CICC-FECHA            PIC  9(8).
           02 CICC-HORA             PIC  9(4).
           02 CICC-CICLO            PIC  9(2).
           02 CICC-CORTE            PIC  9(4).
           02 CICC-FECHA-VALOR      PIC  9(8).
           02 CICC-NUM-CICLOS       PIC  9(2).
           02 CICC-HABIL            PIC  X(1).
       77 TEXTO-CICLO              PIC  X(60).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
               GO TO SELECCION-MODO-TRF
           END-IF.

      * El tutor de una cuenta de menor puede cerrar cada modalidad.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "P"  TO MENC-OPERACION.
           MOVE 0    TO MENC-IMPORTE-CENT.
           MOVE SPACES TO MENC-OPCION.
           IF CHOICE-TRF = 1
               MOVE "TRF" TO MENC-OPCION.
           IF CHOICE-TRF = 2
               MOVE "IBN" TO MENC-OPCION.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P"
               DISPLAY "Modalidad no permitida por su tutor!!"
                   LINE 21 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO SELECCION-MODO-TRF.

           IF CHOICE-TRF = 1
               GO TO INDICAR-CTA-DST.
           IF CHOICE-TRF = 2
       INDICAR-CTA-DST.
      * Lo apartado en huchas no cuenta como saldo disponible.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.
           PERFORM CONSULTAR-EMBARGO THRU CONSULTAR-EMBARGO-FIN.

           DISPLAY "Indica la cuenta destino" LINE 12 COLUMN 19.
           DISPLAY "y nombre del titular" LINE 14 COLUMN 19.
                                     + EURDEC-USUARIO.

           IF CENT-IMPOR-USER > CENT-SALDO-ORD-USER
               + SOBREGIRO-CENT - RESERVA-HUCHAS-CENT
               - EMBARGO-RETENIDO-CENT THEN
                   DISPLAY "Indique una cantidad menor!!" LINE 20
                   COLUMN 19 WITH BACKGROUND-COLOR RED
                   GO TO INDICAR-CTA-DST
           IF CENT-IMPOR-USER + COMISION-CENT >
                   CENT-SALDO-ORD-USER
                   + SOBREGIRO-CENT - RESERVA-HUCHAS-CENT
                   - EMBARGO-RETENIDO-CENT
               DISPLAY "Saldo insuficiente con la comision!!" LINE 20
                   COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
               GO TO INDICAR-CTA-DST
           END-IF.

      * Las tarjetas de personas autorizadas solo operan dentro del
      * alcance y la vigencia de su autorizacion.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE CENT-IMPOR-USER TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           IF AUTC-RESULTADO = "U"
               DISPLAY "Supera el importe de su autorizacion!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           IF AUTC-RESULTADO = "V"
               DISPLAY "Autorizacion revocada o fuera de vigencia!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "TRF" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P"
               DISPLAY "Modalidad no permitida por su tutor!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           IF MENC-RESULTADO = "U"
               DISPLAY "Supera el tope por operacion de su tutor!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           IF MENC-RESULTADO = "D"
               DISPLAY "Supera el tope diario fijado por su tutor!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.

      * Reglas de fraude en linea; si salta alguna la transferencia
      * no se hace y queda un caso abierto para el analista.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "TRF" TO FRAC-OPERACION.
           MOVE CENT-IMPOR-USER TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R"
               DISPLAY "Operacion denegada por seguridad!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida por seguridad, le llamaremos"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-CTA-DST
           END-IF.

           GO TO REALIZAR-TRF-VERIFICACION.

       NO-MOVIMIENTOS.
       INDICAR-IBAN.
      * Lo apartado en huchas no cuenta como saldo disponible.
           PERFORM SUMAR-HUCHAS THRU SUMAR-HUCHAS-FIN.
           PERFORM CONSULTAR-EMBARGO THRU CONSULTAR-EMBARGO-FIN.

           INITIALIZE MENSUAL-IBAN.
           DISPLAY "Indique el IBAN de destino" LINE 12 COLUMN 19.
           MOVE FUNCTION MOD(CENT-IMPOR-EUR, 100) TO EUR-DEB-DEC.

           IF CENT-IMPOR-EUR > CENT-SALDO-ORD-USER
               + SOBREGIRO-CENT - RESERVA-HUCHAS-CENT
               - EMBARGO-RETENIDO-CENT THEN
                   DISPLAY "Indique una cantidad menor!!" LINE 20
                   COLUMN 19 WITH BACKGROUND-COLOR RED
                   GO TO INDICAR-IBAN
           IF CENT-IMPOR-EUR + COMISION-CENT >
                   CENT-SALDO-ORD-USER
                   + SOBREGIRO-CENT - RESERVA-HUCHAS-CENT
                   - EMBARGO-RETENIDO-CENT
               DISPLAY "Saldo insuficiente con la comision!!" LINE 20
                   COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
               GO TO INDICAR-IBAN
           END-IF.

      * Las tarjetas de personas autorizadas solo operan dentro del
      * alcance y la vigencia de su autorizacion.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE CENT-IMPOR-EUR TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.
           IF AUTC-RESULTADO = "U"
               DISPLAY "Supera el importe de su autorizacion!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.
           IF AUTC-RESULTADO = "V"
               DISPLAY "Autorizacion revocada o fuera de vigencia!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "IBN" TO MENC-OPCION.
           MOVE CENT-IMPOR-EUR TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P"
               DISPLAY "Modalidad no permitida por su tutor!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.
           IF MENC-RESULTADO = "U"
               DISPLAY "Supera el tope por operacion de su tutor!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.
           IF MENC-RESULTADO = "D"
               DISPLAY "Supera el tope diario fijado por su tutor!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.

      * Reglas de fraude en linea; si salta alguna la transferencia
      * no se hace y queda un caso abierto para el analista.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "IBA" TO FRAC-OPERACION.
           MOVE CENT-IMPOR-EUR TO FRAC-IMPORTE-CENT.
           MOVE IBAN-DESTINO TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R"
               DISPLAY "Operacion denegada por seguridad!!"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida por seguridad, le llamaremos"
                   LINE 20 COLUMN 19 WITH BACKGROUND-COLOR RED
               GO TO INDICAR-IBAN
           END-IF.

           GO TO REALIZAR-IBAN-VERIFICACION.

       BUSCAR-TASA-TRF.
               DISPLAY "EUR" LINE 17 COLUMN 41
           END-IF.

           PERFORM CALCULAR-CICLO-SWIFT THRU CALCULAR-CICLO-SWIFT-FIN.
           DISPLAY TEXTO-CICLO LINE 19 COLUMN 19.

           MOVE "Enter - Confirmar" TO MSJ-TEXTO-USAR.
           MOVE 7 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY "Transferencia internacional" LINE 8 COLUMN 27.
           DISPLAY "Transferencia internacional en tramite!" LINE 11
               COLUMN 19.
           PERFORM CALCULAR-CICLO-SWIFT THRU CALCULAR-CICLO-SWIFT-FIN.
           DISPLAY TEXTO-CICLO LINE 13 COLUMN 19.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "IBN" TO MENC-OPCION.
           MOVE CENT-IMPOR-EUR TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           MOVE "Transferencia internacional" TO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           DISPLAY "Transferencia realizada correctamente!" LINE 11
               COLUMN 19.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "TRF" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           MOVE "Transferencia"          TO JUS-TITULO.
           MOVE TNUM                     TO JUS-TARJETA.
           MOVE TERMINAL-ID              TO JUS-TERMINAL.
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

       LEER-PREF-AVISO.
           MOVE 0 TO PREF-ENCONTRADA.


           GO TO EXIT-ENTER.

      * Ciclo de envio SWIFT en que saldra la transferencia segun
      * la hora de corte de cada ciclo y la fecha valor que tendra,
      * que pasa al siguiente dia habil si ya no queda ciclo hoy.
       CALCULAR-CICLO-SWIFT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.

           MOVE "A" TO CICC-MODO.
           COMPUTE CICC-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE CICC-HORA = (HORAS * 100) + MINUTOS.
           CALL "BANKCIC" USING DATOS-CICLO.

           MOVE SPACES TO TEXTO-CICLO.
           STRING "Sale en el ciclo " CICC-CICLO
               " (corte " CICC-CORTE(1:2) ":" CICC-CORTE(3:2)
               "), fecha valor " CICC-FECHA-VALOR(7:2) "-"
               CICC-FECHA-VALOR(5:2) "-" CICC-FECHA-VALOR(1:4)
               DELIMITED BY SIZE INTO TEXTO-CICLO.

       CALCULAR-CICLO-SWIFT-FIN.
           EXIT.

      * La fecha contable en curso manda sobre el reloj de pared;
      * si el control de fecha no esta montado se usa el reloj.
       LEER-FECHA-OPERACION.
