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
       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       77 TARJETA-CREDITO          PIC   X(1) VALUE "N".
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
           PERFORM CONSULTA-EXENCION THRU CONSULTA-EXENCION-FIN.
           PERFORM CALCULAR-COMISION THRU CALCULAR-COMISION-FIN.

      * Con tarjeta de credito la recarga se carga contra el credito
      * disponible del ciclo y no contra el saldo.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               IF IMPORTE-RECARGA-CENT + COMISION-CENT
                       > CRE-DISPONIBLE-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           ELSE
               IF SALDO-USER-CENT
                       < IMPORTE-RECARGA-CENT + COMISION-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           END-IF.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "TEL" TO LIMC-TIPO.
           IF LIMC-RESULTADO = "U" OR "D"
               GO TO LIMITE-SUPERADO.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE IMPORTE-RECARGA-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

      * Reglas de fraude en linea antes de cobrar la recarga.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "REC" TO FRAC-OPERACION.
           MOVE IMPORTE-RECARGA-CENT TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

       SALDO-SUFICIENTE.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               COMPUTE CRE-IMPORTE-CENT = IMPORTE-RECARGA-CENT
                   + COMISION-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT IMPORTE-RECARGA-CENT FROM SALDO-USER-CENT
           END-IF.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE IMPORTE-RECARGA-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           ADD 1 TO LAST-RECARGA-NUM.
           MOVE LAST-RECARGA-NUM    TO RECARGA-NUM.
           MOVE TNUM                TO RECARGA-TARJETA.
           CLOSE F-RECARGAS.
           GO TO EXIT-ENTER.

       TUTOR-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Recarga de saldo movil" TO MSJ-TEXTO-USAR.
           MOVE 35 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 29.
           IF MENC-RESULTADO = "P"
               DISPLAY "Pago no permitido por su tutor"
                   LINE 8 COLUMN 25 WITH BACKGROUND-COLOR RED
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

           CLOSE F-MOVIMIENTOS.
           CLOSE F-RECARGAS.
           GO TO EXIT-ENTER.

       FRAUDE-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Recarga de saldo movil" TO MSJ-TEXTO-USAR.
           MOVE 35 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 29.
           DISPLAY "Operacion denegada por seguridad" LINE 8
               COLUMN 24 WITH BACKGROUND-COLOR RED.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida, le llamaremos" LINE 9
                   COLUMN 24 WITH BACKGROUND-COLOR RED.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           CLOSE F-RECARGAS.
           GO TO EXIT-ENTER.

       CONSULTA-EXENCION.
           MOVE "N" TO COM-EXENTA.


       ABONAR-COMISION.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           IF TARJETA-CREDITO = "N"
               SUBTRACT COMISION-CENT FROM SALDO-USER-CENT.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.


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
