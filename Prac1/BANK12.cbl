           88 TIMEOUT-PRESSED       VALUE 8001.
       77 PRESSED-KEY               PIC   9(4).
       77 EMISOR-INTRO              PIC  X(20).
       77 ACREEDOR-INTRO            PIC  X(8).
       77 LAST-MAND-NUM             PIC  9(10).
       77 MANDATO-DUPLICADO         PIC   9(1).

           02 LIMC-IMPORTE-CENT     PIC  9(9).
           02 LIMC-RESULTADO        PIC  X(1).

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

       77 TARJETA-CREDITO          PIC   X(1) VALUE "N".
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       01 DATOS-ACREEDOR.
           02 ACRC-CODIGO           PIC X(20).
           02 ACRC-RESULTADO        PIC  X(1).
           02 ACRC-NOMBRE           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).

       01 ENTRADA-DOMICILIACION.
           05 FILLER AUTO UNDERLINE
               LINE 12 COL 45 PIC X(8) USING ACREEDOR-INTRO.


       PROCEDURE DIVISION USING TNUM TERMINAL-ID.
           COMPUTE IMPORTE-RECIBO-CENT =
               (RECIBO-IMPORTE-ENT * 100) + RECIBO-IMPORTE-DEC.

      * Con tarjeta de credito el recibo se carga contra el credito
      * disponible del ciclo y no contra el saldo.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               IF IMPORTE-RECIBO-CENT > CRE-DISPONIBLE-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           ELSE
               IF SALDO-USER-CENT < IMPORTE-RECIBO-CENT
                   GO TO SALDO-INSUFICIENTE
               END-IF
           END-IF.

           MOVE TNUM TO LIMC-TARJETA.
           MOVE "REC" TO LIMC-TIPO.
           IF LIMC-RESULTADO = "U" OR "D"
               GO TO LIMITE-SUPERADO.

      * Las tarjetas de personas autorizadas solo pagan dentro del
      * alcance y la vigencia de su autorizacion.
           MOVE TNUM TO AUTC-TARJETA.
           MOVE IMPORTE-RECIBO-CENT TO AUTC-IMPORTE-CENT.
           CALL "BANKAUT" USING DATOS-AUTORIZADO.
           IF AUTC-RESULTADO = "C" OR "U" OR "V"
               GO TO AUTORIZACION-DENEGADA.

      * Topes fijados por el tutor en las cuentas de menores.
           MOVE TNUM TO MENC-TARJETA.
           MOVE "I"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE IMPORTE-RECIBO-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.
           IF MENC-RESULTADO = "P" OR "U" OR "D"
               GO TO TUTOR-DENIEGA.

       SALDO-SUFICIENTE.
           DISPLAY BLANK-SCREEN.
           MOVE "Cajero Automatico UnizarBank" TO MSJ-TEXTO-USAR.
           MOVE 34 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 33.
           PERFORM NOMBRE-ACREEDOR THRU NOMBRE-ACREEDOR-FIN.
           DISPLAY "Vas a pagar el recibo de" LINE 8 COLUMN 15.
           DISPLAY ACRC-NOMBRE LINE 8 COLUMN 40.
           DISPLAY "Referencia:" LINE 9 COLUMN 15.
           DISPLAY RECIBO-REFERENCIA LINE 9 COLUMN 27.
           DISPLAY "Importe total: " LINE 10 COLUMN 15.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "D"  TO CRE-OPERACION
               MOVE IMPORTE-RECIBO-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               SUBTRACT IMPORTE-RECIBO-CENT FROM SALDO-USER-CENT
           END-IF.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-FIN.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100) TO SALDO-POST-DEC.

           COMPUTE MOV-IMPORTE-ENT = - RECIBO-IMPORTE-ENT.
           MOVE RECIBO-IMPORTE-DEC   TO MOV-IMPORTE-DEC.
           MOVE SPACES               TO MOV-CONCEPTO.
           STRING "Pago de recibo " ACRC-NOMBRE(1:20)
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC       TO MOV-SALDOPOS-DEC.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-RECIBOS.

           MOVE TNUM TO MENC-TARJETA.
           MOVE "A"  TO MENC-OPERACION.
           MOVE "PAG" TO MENC-OPCION.
           MOVE IMPORTE-RECIBO-CENT TO MENC-IMPORTE-CENT.
           CALL "BANKMEN" USING DATOS-MENOR.

       PANTALLA-PAGO-OK.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Pago de recibos" TO MSJ-TEXTO-USAR.
           CLOSE F-RECIBOS.
           GO TO EXIT-ENTER.

       AUTORIZACION-DENEGADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Pago de recibos" TO MSJ-TEXTO-USAR.
           MOVE 34 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 33.
           IF AUTC-RESULTADO = "C"
               DISPLAY "Tarjeta de autorizado solo para consultas"
                   LINE 8 COLUMN 20 WITH BACKGROUND-COLOR RED
           ELSE
               IF AUTC-RESULTADO = "U"
                   DISPLAY "Supera el importe de su autorizacion"
                       LINE 8 COLUMN 22 WITH BACKGROUND-COLOR RED
               ELSE
                   DISPLAY "Autorizacion revocada o fuera de vigencia"
                       LINE 8 COLUMN 20 WITH BACKGROUND-COLOR RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           CLOSE F-RECIBOS.
           GO TO EXIT-ENTER.

       TUTOR-DENIEGA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE "Pago de recibos" TO MSJ-TEXTO-USAR.
           MOVE 34 TO MSJ-NUM-BUSCADO.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-FIN.
           DISPLAY MSJ-TEXTO-USAR LINE 6 COLUMN 33.
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
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

           CLOSE F-MOVIMIENTOS.
           CLOSE F-RECIBOS.
           GO TO EXIT-ENTER.

       PANTALLA-DOMICILIAR.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-RECIBOS.
               COLUMN 20.
           DISPLAY "automaticamente a su vencimiento" LINE 10
               COLUMN 20.
           INITIALIZE ACREEDOR-INTRO.
           DISPLAY "Codigo del acreedor:" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

               GO TO PANTALLA-DOMICILIAR
           END-IF.

           IF ACREEDOR-INTRO = SPACES
               DISPLAY "Indique un emisor valido!!" LINE 14 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-DOMICILIAR.

      * El mandato apunta al acreedor por su codigo del maestro; no
      * se admiten acreedores desconocidos ni dados de baja.
           MOVE SPACES         TO EMISOR-INTRO.
           MOVE ACREEDOR-INTRO TO EMISOR-INTRO.
           MOVE EMISOR-INTRO   TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               DISPLAY "Codigo de acreedor desconocido" LINE 14
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-DOMICILIAR.
           IF ACRC-RESULTADO NOT = "O"
               DISPLAY "Acreedor dado de baja" LINE 14 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO PANTALLA-DOMICILIAR.

           OPEN I-O F-MANDATOS.
           IF FSN <> 00 AND 05
               GO TO PSYS-ERR.
           DISPLAY "Domiciliacion de recibos" LINE 6 COLUMN 28.
           DISPLAY "Emisor domiciliado correctamente" LINE 10
               COLUMN 20.
           DISPLAY ACRC-NOMBRE LINE 11 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

               MOVE SAL-CENT TO SALDO-USER-CENT
           ELSE
               MOVE 0 TO SALDO-USER-CENT.
      * En tarjeta de credito la devolucion repone el credito del
      * ciclo en lugar del saldo.
           PERFORM CONSULTAR-CREDITO THRU CONSULTAR-CREDITO-FIN.
           IF TARJETA-CREDITO = "S"
               MOVE TNUM TO CRE-TARJETA
               MOVE "A"  TO CRE-OPERACION
               MOVE IMPORTE-RECIBO-CENT TO CRE-IMPORTE-CENT
               CALL "BANKCRE" USING DATOS-CREDITO
               IF CRE-RESULTADO NOT = "O"
                   GO TO PSYS-ERR
               END-IF
           ELSE
               ADD IMPORTE-RECIBO-CENT TO SALDO-USER-CENT
           END-IF.
           COMPUTE SALDO-POST-ENT = (SALDO-USER-CENT / 100).
           MOVE FUNCTION MOD(SALDO-USER-CENT, 100)
               TO SALDO-POST-DEC.
           MOVE RECIBO-IMPORTE-ENT   TO MOV-IMPORTE-ENT.
           MOVE RECIBO-IMPORTE-DEC   TO MOV-IMPORTE-DEC.
           MOVE SPACES               TO MOV-CONCEPTO.
           PERFORM NOMBRE-ACREEDOR THRU NOMBRE-ACREEDOR-FIN.
           STRING "Devolucion recibo " ACRC-NOMBRE(1:17)
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE SALDO-POST-ENT       TO MOV-SALDOPOS-ENT.
           MOVE SALDO-POST-DEC       TO MOV-SALDOPOS-DEC.

       LEER-MENSAJE-FIN.
           EXIT.

      * Nombre del acreedor del recibo; los recibos anteriores al
      * maestro de acreedores conservan el nombre en el propio campo.
       NOMBRE-ACREEDOR.
           MOVE RECIBO-EMISOR TO ACRC-CODIGO.
           CALL "BANKACR" USING DATOS-ACREEDOR.
           IF ACRC-RESULTADO = "N"
               MOVE RECIBO-EMISOR TO ACRC-NOMBRE.

       NOMBRE-ACREEDOR-FIN.
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
