       77 DIAS-HOY-ENTEROS         PIC   9(7).
       77 DIAS-PET-ENTEROS         PIC   9(7).

       01 DATOS-MENOR.
           02 MENC-TARJETA          PIC 9(16).
           02 MENC-OPERACION        PIC  X(1).
           02 MENC-OPCION           PIC  X(3).
           02 MENC-IMPORTE-CENT     PIC S9(11).
           02 MENC-RESULTADO        PIC  X(1).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO PETICION-ERR-ENTER.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               IF MENC-RESULTADO = "P"
                   DISPLAY "Pago no permitido por su tutor"
                       LINE 10 COLUMN 25 WITH BACKGROUND-COLOR RED
               ELSE
                   IF MENC-RESULTADO = "U"
                       DISPLAY "Supera el tope por operacion de su "
                           "tutor" LINE 10 COLUMN 20
                           WITH BACKGROUND-COLOR RED
                   ELSE
                       DISPLAY "Supera el tope diario fijado por su "
                           "tutor" LINE 10 COLUMN 20
                           WITH BACKGROUND-COLOR RED
                   END-IF
               END-IF
               DISPLAY "la peticion queda pendiente" LINE 11
                   COLUMN 26 WITH BACKGROUND-COLOR RED
               DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33
               GO TO PETICION-ERR-ENTER.

           PERFORM CONSULTA-SALDO-DST THRU CONSULTA-SALDO-DST-FIN.

           OPEN I-O F-MOVIMIENTOS.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE CENT-IMPOR-USER TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

           ADD CENT-IMPOR-USER TO CENT-SALDO-DST.

           MOVE MOV-NUM-HABER   TO MOV-NUM.
