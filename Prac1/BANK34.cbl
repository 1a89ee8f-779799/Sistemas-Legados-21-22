           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 TERMINAL-ID              PIC   9(4).
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PEDIDO.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM           TO MENC-TARJETA.
           MOVE "I"            TO MENC-OPERACION.
           MOVE "RET"          TO MENC-OPCION.
           MOVE TOTAL-EUR-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "U"
               DISPLAY "Supera el tope por operacion de su tutor!!"
                   LINE 16 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PEDIDO.
           IF MENC-RESULTADO = "D"
               DISPLAY "Supera el tope diario fijado por su tutor!!"
                   LINE 16 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PEDIDO.
           IF MENC-RESULTADO = "P"
               DISPLAY "Retirada no permitida por su tutor!!"
                   LINE 16 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-PEDIDO.

           DISPLAY "Cargo en euros (cent.):" LINE 17 COLUMN 20.
           DISPLAY TOTAL-EUR-CENT LINE 17 COLUMN 45.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 1.
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

           MOVE TNUM           TO MENC-TARJETA.
           MOVE "A"            TO MENC-OPERACION.
           MOVE "RET"          TO MENC-OPCION.
           MOVE TOTAL-EUR-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pedido de divisas en efectivo" LINE 7 COLUMN 26.
           DISPLAY "Pedido registrado con el numero:" LINE 10
