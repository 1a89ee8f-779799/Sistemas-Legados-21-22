       77 SALDO-CONV-ENT           PIC S9(9).
       77 SALDO-CONV-DEC           PIC  9(2).

       77 EMBARGO-DISP-CENT        PIC S9(11).
       77 EMBARGO-RET-ENT          PIC S9(9).
       77 EMBARGO-RET-DEC          PIC  9(2).
       77 EMBARGO-DISP-ENT         PIC S9(9).
       77 EMBARGO-DISP-DEC         PIC  9(2).
       01 DATOS-EMBARGO.
           02 EMBC-TARJETA              PIC 9(16).
           02 EMBC-RESULTADO            PIC  X(1).
           02 EMBC-PENDIENTE-CENT       PIC S9(11).
           02 EMBC-RETENIDO-CUENTA-CENT PIC S9(11).
           02 EMBC-RETENIDO-CENT        PIC S9(11).

       77 CREDITO-DISP-ENT         PIC S9(9).
       77 CREDITO-DISP-DEC         PIC  9(2).
       77 EXTRACTO-ENT             PIC S9(9).
       77 EXTRACTO-DEC             PIC  9(2).
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).


       77 CASHBACK-MES-ENT         PIC S9(9).
       77 CASHBACK-MES-DEC         PIC  9(2).
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


       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           05 CONV-MONEDA-D LINE 17 COL 47 PIC XXX
               FROM MONEDA-USUARIO.

       01 EMBARGO-DISPLAY.
           05 EMB-RET-ENT-D SIGN IS LEADING SEPARATE
               LINE 16 COL 33 PIC -9(7) FROM EMBARGO-RET-ENT.
           05 SEP-EMB-RET LINE 16 COL 41 VALUE ",".
           05 EMB-RET-DEC-D LINE 16 COL 42 PIC 99
               FROM EMBARGO-RET-DEC.
           05 MONEDA-EMB-RET LINE 16 COL 45 VALUE "EUR".
           05 EMB-DISP-ENT-D SIGN IS LEADING SEPARATE
               LINE 18 COL 33 PIC -9(7) FROM EMBARGO-DISP-ENT.
           05 SEP-EMB-DISP LINE 18 COL 41 VALUE ",".
           05 EMB-DISP-DEC-D LINE 18 COL 42 PIC 99
               FROM EMBARGO-DISP-DEC.
           05 MONEDA-EMB-DISP LINE 18 COL 45 VALUE "EUR".

       01 CASHBACK-DISPLAY.
           05 CASHBACK-ENT-D SIGN IS LEADING SEPARATE
               LINE 23 COL 33 PIC -9(7) FROM CASHBACK-MES-ENT.
           05 SEP-CASHBACK LINE 23 COL 41 VALUE ",".
           05 CASHBACK-DEC-D LINE 23 COL 42 PIC 99
               FROM CASHBACK-MES-DEC.
           05 MONEDA-CASHBACK LINE 23 COL 45 VALUE "EUR".

       01 CREDITO-DISPLAY.
           05 CRED-DISP-ENT-D SIGN IS LEADING SEPARATE
               LINE 21 COL 33 PIC -9(7) FROM CREDITO-DISP-ENT.
           05 SEP-CRED-DISP LINE 21 COL 41 VALUE ",".
           05 CRED-DISP-DEC-D LINE 21 COL 42 PIC 99
               FROM CREDITO-DISP-DEC.
           05 MONEDA-CRED-DISP LINE 21 COL 45 VALUE "EUR".
           05 EXTRACTO-ENT-D SIGN IS LEADING SEPARATE
               LINE 22 COL 33 PIC -9(7) FROM EXTRACTO-ENT.
           05 SEP-EXTRACTO LINE 22 COL 41 VALUE ",".
           05 EXTRACTO-DEC-D LINE 22 COL 42 PIC 99
               FROM EXTRACTO-DEC.
           05 MONEDA-EXTRACTO LINE 22 COL 45 VALUE "EUR".

       01 PANTALLA-MONEDA.
           05 MONEDA-ENTRADA AUTO UNDERLINE FOREGROUND-COLOR CYAN
               LINE 13 COL 50 PIC X(3) USING MONEDA-USUARIO.
                  GO TO LAST-MOV-FOUND.
              IF LAST-MOV-NUM < MOV-NUM
                  MOVE MOV-NUM TO LAST-MOV-NUM.
              IF MOV-ESTADO = "P" AND
                 (MOV-CONCEPTO(1:7) = "Cheque " OR
                  MOV-CONCEPTO = "Billetes en revision")
                  COMPUTE RETENIDO-CENT = RETENIDO-CENT
                      + (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC
              END-IF.
           GO TO MOSTRAR-PANTALLA-SALDO.

      * El saldo del extracto ya excluye los cheques pendientes de
      * compensar y los billetes dudosos en revision; el saldo
      * contable los suma a titulo informativo.
       MOSTRAR-SALDO-DISPONIBLE.
           COMPUTE CENT-DISPONIBLE = (SALDO-IMPR-ENT * 100)
                                    + SALDO-IMPR-DEC

       MOSTRAR-PANTALLA-SALDO.
           PERFORM MOSTRAR-HUCHAS THRU MOSTRAR-HUCHAS-FIN.
           PERFORM MOSTRAR-CREDITO THRU MOSTRAR-CREDITO-FIN.
           PERFORM MOSTRAR-EMBARGO THRU MOSTRAR-EMBARGO-FIN.
           PERFORM MOSTRAR-CASHBACK THRU MOSTRAR-CASHBACK-FIN.

           IF MONEDA-MOSTRAR-OK = 1
               DISPLAY "Equivalente aproximado" LINE 17 COLUMN 10
       MOSTRAR-HUCHAS-FIN.
           EXIT.

      * Tarjeta de credito: lo que queda por disponer en el ciclo y
      * el importe del ultimo extracto mensual emitido.
       MOSTRAR-CREDITO.
           MOVE TNUM TO CRE-TARJETA.
           MOVE "C"  TO CRE-OPERACION.
           MOVE 0    TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO NOT = "O"
               GO TO MOSTRAR-CREDITO-FIN.

           COMPUTE CREDITO-DISP-ENT = CRE-DISPONIBLE-CENT / 100.
           MOVE FUNCTION MOD(CRE-DISPONIBLE-CENT, 100)
               TO CREDITO-DISP-DEC.
           COMPUTE EXTRACTO-ENT = CRE-EXTRACTO-CENT / 100.
           MOVE FUNCTION MOD(CRE-EXTRACTO-CENT, 100)
               TO EXTRACTO-DEC.

           DISPLAY "Credito disponible" LINE 21 COLUMN 13.
           DISPLAY "Ultimo extracto" LINE 22 COLUMN 16.
           DISPLAY CREDITO-DISPLAY.

       MOSTRAR-CREDITO-FIN.
           EXIT.

      * Embargo activo en la cuenta: parte del saldo retenida por
      * encima del minimo inembargable y lo que queda disponible.
       MOSTRAR-EMBARGO.
           MOVE TNUM TO EMBC-TARJETA.
           CALL "BANKEMB" USING DATOS-EMBARGO.
           IF EMBC-RESULTADO NOT = "O"
               GO TO MOSTRAR-EMBARGO-FIN.

           COMPUTE EMBARGO-DISP-CENT = (SALDO-IMPR-ENT * 100)
                                      + SALDO-IMPR-DEC
                                      - EMBC-RETENIDO-CENT.
           COMPUTE EMBARGO-RET-ENT = EMBC-RETENIDO-CENT / 100.
           MOVE FUNCTION MOD(EMBC-RETENIDO-CENT, 100)
               TO EMBARGO-RET-DEC.
           COMPUTE EMBARGO-DISP-ENT = EMBARGO-DISP-CENT / 100.
           MOVE FUNCTION MOD(EMBARGO-DISP-CENT, 100)
               TO EMBARGO-DISP-DEC.

           DISPLAY "Retenido por embargo" LINE 16 COLUMN 11.
           DISPLAY "Disponible tras embargo" LINE 18 COLUMN 8.
           DISPLAY EMBARGO-DISPLAY.

       MOSTRAR-EMBARGO-FIN.
           EXIT.

      * Cashback ganado en lo que va de mes segun las reglas del
      * programa; se abona el ultimo dia del mes (BATCHCSH).
       MOSTRAR-CASHBACK.
           MOVE TNUM TO CSHC-TARJETA.
           MOVE ANO  TO CSHC-ANO.
           MOVE MES  TO CSHC-MES.
           CALL "BANKCSH" USING DATOS-CASHBACK.
           IF CSHC-RESULTADO NOT = "O" OR CSHC-CENT = 0
               GO TO MOSTRAR-CASHBACK-FIN.

           COMPUTE CASHBACK-MES-ENT = CSHC-CENT / 100.
           MOVE FUNCTION MOD(CSHC-CENT, 100) TO CASHBACK-MES-DEC.

           DISPLAY "Cashback este mes" LINE 23 COLUMN 14.
           DISPLAY CASHBACK-DISPLAY.

       MOSTRAR-CASHBACK-FIN.
           EXIT.

      * Importe apartado en las huchas activas de la tarjeta.
       SUMAR-HUCHAS.
           MOVE 0 TO RESERVA-HUCHAS-CENT.
