           02 INC-AVISO-PARRAFO    PIC  X(20).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).
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

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
                   + SOBREGIRO-CENT
               GO TO SALDO-INSUFICIENTE.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

      * Reglas de fraude en linea antes de hacer el cargo.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "ALI" TO FRAC-OPERACION.
           MOVE CENT-IMPOR-USER TO FRAC-IMPORTE-CENT.
           MOVE SPACES TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

           PERFORM CONSULTA-SALDO-DST THRU CONSULTA-SALDO-DST-FIN.

       GUARDAR-ENVIO.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST.

           MOVE MOV-NUM-HABER   TO MOV-NUM.
                   + SOBREGIRO-CENT
               GO TO SALDO-INSUFICIENTE.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

      * Reglas de fraude en linea antes de hacer el cargo.
           MOVE TNUM TO FRAC-TARJETA.
           MOVE TERMINAL-ID TO FRAC-TERMINAL.
           MOVE "ALI" TO FRAC-OPERACION.
           MOVE CENT-IMPOR-USER TO FRAC-IMPORTE-CENT.
           MOVE ARED-IBAN TO FRAC-DESTINO.
           CALL "BANKFRA" USING DATOS-FRAUDE.
           IF FRAC-RESULTADO = "R" OR "H"
               GO TO FRAUDE-DENIEGA.

      * El cargo y la orden interbancaria prevista se anotan en el
      * diario antes de tocar movimientos, como en el envio propio.
           OPEN I-O F-MOVIMIENTOS.
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           OPEN I-O F-INTERBANCARIAS.
           IF FSB = 35
               CLOSE F-INTERBANCARIAS
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       FRAUDE-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operacion denegada por seguridad" LINE 9
               COLUMN 24 WITH BACKGROUND-COLOR RED.
           IF FRAC-RESULTADO = "H"
               DISPLAY "Tarjeta retenida, le llamaremos" LINE 10
                   COLUMN 24 WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       TUTOR-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF MENC-RESULTADO = "P"
               DISPLAY "Pago no permitido por su tutor"
                   LINE 9 COLUMN 25 WITH BACKGROUND-COLOR RED
           ELSE
               IF MENC-RESULTADO = "U"
                   DISPLAY "Supera el tope por operacion de su tutor"
                       LINE 9 COLUMN 20 WITH BACKGROUND-COLOR RED
               ELSE
                   DISPLAY "Supera el tope diario fijado por su tutor"
                       LINE 9 COLUMN 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       SALDO-INSUFICIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Lamentamos comunicarle que" LINE 9 COLUMN 27
