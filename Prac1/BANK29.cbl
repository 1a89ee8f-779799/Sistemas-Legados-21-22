       77 CON                      PIC   X(35)
           VALUE "Retirada sin tarjeta".

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

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
               THRU ACTUALIZAR-SALDO-MAESTRO-FIN.
           CLOSE F-MOVIMIENTOS.

      * El dispensador saca lo que los cassettes pueden dar y deja
      * el resultado anotado contra el movimiento de cargo.
           MOVE "E"             TO DSPC-OPERACION.
           MOVE LAST-MOV-NUM    TO DSPC-MOV-NUM.
           MOVE CODR-TARJETA    TO DSPC-TARJETA.
           MOVE TERMINAL-ID     TO DSPC-TERMINAL.
           MOVE "CSR"           TO DSPC-CANAL.
           MOVE "N"             TO DSPC-CREDITO.
           MOVE NUM-BILL50      TO DSPC-BILL50.
           MOVE NUM-BILL20      TO DSPC-BILL20.
           MOVE NUM-BILL10      TO DSPC-BILL10.
           MOVE 0               TO DSPC-COMISION-CENT.
           CALL "BANKDSP" USING DATOS-DISPENSACION.
           IF DSPC-RESULTADO = "D" OR DSPC-RESULTADO = "P"
               MOVE "S" TO BILLETES-PRESENTADOS.

       MARCAR-CODIGO-USADO.
           OPEN I-O F-CODIGOSRET.
       FINALIZACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Retirada sin tarjeta" LINE 8 COLUMN 30.
           IF DSPC-RESULTADO = "F"
               DISPLAY "El cajero no ha podido entregar el efectivo"
                   LINE 10 COLUMN 19
               DISPLAY "Se le abonara tras el recuento del cajero"
                   LINE 13 COLUMN 19
               GO TO EXIT-ENTER-MSG.
           MOVE "Por favor, retire los billetes" TO MSJ-TEXTO-USAR.
           MOVE 45 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 10 COLUMN 19.
           DISPLAY "Importe entregado:" LINE 11 COLUMN 19.
           IF DSPC-RESULTADO = "P"
               COMPUTE ENTREGADO-ENT = DSPC-ENTREGADO-CENT / 100
               DISPLAY ENTREGADO-ENT LINE 11 COLUMN 42
               DISPLAY ".00 EUR" LINE 11 COLUMN 49
               DISPLAY "Entrega incompleta: el resto se abonara tras"
                   LINE 13 COLUMN 19
               DISPLAY "el recuento del cajero" LINE 14 COLUMN 19
           ELSE
               DISPLAY IMPORTE-DISPLAY.
           MOVE "Enter - Aceptar" TO MSJ-TEXTO-USAR.
           MOVE 2 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
       EXIT-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 WITH TIME-OUT 60000
           IF ENTER-PRESSED
               MOVE "N" TO BILLETES-PRESENTADOS
               EXIT PROGRAM
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

      * Tarjeta congelada temporalmente por su titular: mientras
      * dure la congelacion todos los adeudos se rechazan.
       CONSULTA-CONGELACION.
