           FILE STATUS IS FSSA.


           SELECT OPTIONAL INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSIB.

           SELECT OPTIONAL F-FECHAOPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 SAL-CENT              PIC S9(11).


       FD INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM        PIC 9(16).
           02 IINTENTOS   PIC  9(1).
           02 I-REPORTADO PIC  X(1).

       FD F-FECHAOPER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fechaoper.ubd".
       77 FSM                      PIC  X(2).
       77 FSK                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSIB                     PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               03 TASA-LIMITE-CENT  PIC 9(11).
               03 TASA-BP           PIC 9(4).
       77 IDX-TASA                 PIC  9(1).
       77 SIN-INTERES              PIC  X(1).

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

       77 MSJ-INTERESES            PIC  X(35) VALUE
           "Abono de intereses".
           MOVE       20       TO TASA-BP(3).

       ABONAR-INTERES-TARJETA.
      * Desde el registro de la defuncion del titular la tarjeta no
      * devenga intereses: el saldo queda fijado para la herencia.
           PERFORM COMPROBAR-FALLECIDO THRU COMPROBAR-FALLECIDO-FIN.
           IF I-REPORTADO = "F"
               GO TO ABONAR-INTERES-TARJETA-FIN.

           PERFORM TASAS-PRODUCTO THRU TASAS-PRODUCTO-FIN.
           IF SIN-INTERES = "S"
               GO TO ABONAR-INTERES-TARJETA-FIN.

           PERFORM CONSULTA-SALDO-TARJETA
               THRU CONSULTA-SALDO-TARJETA-FIN.

       ABONAR-INTERES-TARJETA-FIN.
           EXIT.

      * El producto de la cuenta decide si se usa la tabla general,
      * una tabla de tramos propia o si la cuenta no remunera.
       TASAS-PRODUCTO.
           MOVE "N" TO SIN-INTERES.
           PERFORM INICIALIZAR-TASAS THRU INICIALIZAR-TASAS.

           MOVE TNUM-C   TO PRDC-TARJETA.
           MOVE CTA-ID-C TO PRDC-CUENTA.
           IF CTA-ID-C = 0
               GO TO TASAS-PRODUCTO-FIN.
           CALL "BANKPRD" USING DATOS-PRODUCTO.
           IF PRDC-RESULTADO NOT = "O"
               GO TO TASAS-PRODUCTO-FIN.

           IF PRDC-INTERES = "N"
               MOVE "S" TO SIN-INTERES
               GO TO TASAS-PRODUCTO-FIN.
           IF PRDC-INTERES NOT = "P"
               GO TO TASAS-PRODUCTO-FIN.

           MOVE PRDC-TRAMO-LIMITE-CENT(1) TO TASA-LIMITE-CENT(1).
           MOVE PRDC-TRAMO-BP(1)          TO TASA-BP(1).
           MOVE PRDC-TRAMO-LIMITE-CENT(2) TO TASA-LIMITE-CENT(2).
           MOVE PRDC-TRAMO-BP(2)          TO TASA-BP(2).
           MOVE PRDC-TRAMO-LIMITE-CENT(3) TO TASA-LIMITE-CENT(3).
           MOVE PRDC-TRAMO-BP(3)          TO TASA-BP(3).
      * El ultimo tramo cubre siempre el resto del saldo.
           MOVE 99999999999 TO TASA-LIMITE-CENT(3).

       TASAS-PRODUCTO-FIN.
           EXIT.

       COMPROBAR-FALLECIDO.
           MOVE " " TO I-REPORTADO.

           OPEN INPUT INTENTOS.
           IF FSIB <> 00
               CLOSE INTENTOS
               GO TO COMPROBAR-FALLECIDO-FIN.

           MOVE TNUM-C TO INUM.
           READ INTENTOS INVALID KEY
               MOVE " " TO I-REPORTADO.
           CLOSE INTENTOS.

       COMPROBAR-FALLECIDO-FIN.
           EXIT.

       CONSULTA-SALDO-TARJETA.
           MOVE 0 TO CENT-SALDO-USER.
           MOVE 0 TO LAST-USER-MOV-NUM.
