       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TARJCREDITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCR-TARJETA
           FILE STATUS IS FSTC.


       DATA DIVISION.
       FILE SECTION.
       FD F-TARJCREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetascredito.ubd".
       01 TARJCREDITO-REG.
           02 TCR-TARJETA           PIC 9(16).
           02 TCR-TARJETA-PAGO      PIC 9(16).
           02 TCR-LIMITE-CENT       PIC S9(11).
           02 TCR-DISPUESTO-CENT    PIC S9(11).
           02 TCR-PENDIENTE-CENT    PIC S9(11).
           02 TCR-EXTRACTO-CENT     PIC S9(11).
           02 TCR-FECHA-EXTRACTO    PIC   9(8).
           02 TCR-PCT-PAGO          PIC   9(3).
           02 TCR-TASA-BP           PIC   9(4).
           02 TCR-ESTADO            PIC   X(1).


       WORKING-STORAGE SECTION.
       77 FSTC                     PIC  X(2).

       LINKAGE SECTION.
      * CRE-OPERACION: C consulta, D disposicion (compra o retirada
      * que se acumula en el ciclo), A abono de una disposicion
      * anulada.
      * CRE-RESULTADO: N la tarjeta no es de credito, O correcto,
      * S credito insuficiente, E error de acceso.
       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

      * Tarjetas de credito: las compras y retiradas no tocan el
      * saldo de la tarjeta sino que se acumulan como dispuesto del
      * ciclo hasta el extracto mensual de BATCHTCR.  El credito
      * disponible es el limite menos lo dispuesto en el ciclo y lo
      * aplazado de extractos anteriores.
       PROCEDURE DIVISION USING DATOS-CREDITO.
       INICIO.
           MOVE "N" TO CRE-RESULTADO.
           MOVE 0 TO CRE-LIMITE-CENT.
           MOVE 0 TO CRE-DISPONIBLE-CENT.
           MOVE 0 TO CRE-EXTRACTO-CENT.

           IF CRE-OPERACION = "C"
               OPEN INPUT F-TARJCREDITO
           ELSE
               OPEN I-O F-TARJCREDITO.
           IF FSTC = 35 OR FSTC = 05
               CLOSE F-TARJCREDITO
               GO TO SALIR.
           IF FSTC <> 00
               MOVE "E" TO CRE-RESULTADO
               GO TO SALIR.

           MOVE CRE-TARJETA TO TCR-TARJETA.
           READ F-TARJCREDITO INVALID KEY
               CLOSE F-TARJCREDITO
               GO TO SALIR.

           IF TCR-ESTADO NOT = "A"
               CLOSE F-TARJCREDITO
               GO TO SALIR.

           MOVE "O" TO CRE-RESULTADO.
           PERFORM CALCULAR-DISPONIBLE THRU CALCULAR-DISPONIBLE-FIN.

           IF CRE-OPERACION = "D"
               GO TO DISPONER.
           IF CRE-OPERACION = "A"
               GO TO ABONAR.
           CLOSE F-TARJCREDITO.
           GO TO SALIR.

       DISPONER.
           IF CRE-IMPORTE-CENT > CRE-DISPONIBLE-CENT
               MOVE "S" TO CRE-RESULTADO
               CLOSE F-TARJCREDITO
               GO TO SALIR.

           ADD CRE-IMPORTE-CENT TO TCR-DISPUESTO-CENT.
           REWRITE TARJCREDITO-REG INVALID KEY
               MOVE "E" TO CRE-RESULTADO.
           CLOSE F-TARJCREDITO.
           PERFORM CALCULAR-DISPONIBLE THRU CALCULAR-DISPONIBLE-FIN.
           GO TO SALIR.

       ABONAR.
           SUBTRACT CRE-IMPORTE-CENT FROM TCR-DISPUESTO-CENT.
           REWRITE TARJCREDITO-REG INVALID KEY
               MOVE "E" TO CRE-RESULTADO.
           CLOSE F-TARJCREDITO.
           PERFORM CALCULAR-DISPONIBLE THRU CALCULAR-DISPONIBLE-FIN.
           GO TO SALIR.

       CALCULAR-DISPONIBLE.
           MOVE TCR-LIMITE-CENT   TO CRE-LIMITE-CENT.
           MOVE TCR-EXTRACTO-CENT TO CRE-EXTRACTO-CENT.
           COMPUTE CRE-DISPONIBLE-CENT = TCR-LIMITE-CENT
               - TCR-DISPUESTO-CENT - TCR-PENDIENTE-CENT.
           IF CRE-DISPONIBLE-CENT < 0
               MOVE 0 TO CRE-DISPONIBLE-CENT.

       CALCULAR-DISPONIBLE-FIN.
           EXIT.

       SALIR.
           EXIT PROGRAM.
