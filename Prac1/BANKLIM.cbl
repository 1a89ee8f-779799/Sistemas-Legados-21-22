       77 PARAM-BUSCADO            PIC X(10).
       77 PARAM-LEIDO              PIC  9(9).

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

       LINKAGE SECTION.
      * LIMC-TIPO: EFE retirada efectivo, TRF transferencia,
      * OCI compra de entradas, REC pago de recibos, TEL recarga,
      * OTR compra en comercio con tarjeta, DON donativo a una ONG.
      * LIMC-RESULTADO: O dentro de limites, U supera el limite por
      * operacion, D supera el limite diario, E error de acceso.
       01 DATOS-LIMITE.

      * Comprueba el cargo contra el limite por operacion y el limite
      * diario acumulado del tipo de operacion. Sin registro propio en
      * limitesoper.ubd rigen los del producto de la cuenta y, si el
      * producto no los fija, los valores por defecto de parametros
      * (LIMOPEDEF y LIMDIADEF, en centimos, 0 = sin limite).
       PROCEDURE DIVISION USING DATOS-LIMITE.
       INICIO.
           CLOSE F-LIMITESOPER.

       LIMITES-DEFECTO.
           MOVE LIMC-TARJETA TO PRDC-TARJETA.
           MOVE 0 TO PRDC-CUENTA.
           CALL "BANKPRD" USING DATOS-PRODUCTO.
           IF PRDC-RESULTADO = "O"
               MOVE PRDC-LIM-OPER-CENT TO LIMITE-OPER-CENT
               MOVE PRDC-LIM-DIA-CENT  TO LIMITE-DIA-CENT.

           IF LIMITE-OPER-CENT = 0
               MOVE "LIMOPEDEF" TO PARAM-BUSCADO
               MOVE 0 TO PARAM-LEIDO
               PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN
               MOVE PARAM-LEIDO TO LIMITE-OPER-CENT.

           IF LIMITE-DIA-CENT = 0
               MOVE "LIMDIADEF" TO PARAM-BUSCADO
               MOVE 0 TO PARAM-LEIDO
               PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-FIN
               MOVE PARAM-LEIDO TO LIMITE-DIA-CENT.

       COMPROBAR-OPERACION.
           IF LIMITE-OPER-CENT > 0
