           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).


       FD F-AUDITORIA
       77 OPERADOR-NIVEL           PIC  9(1).
       77 OPID-INTRO               PIC  9(4).
       77 OPPIN-INTRO              PIC  9(4).
       77 MODO-INTRO               PIC  X(1).

       01 DATOS-ACCESO.
           02 ACC-OPID             PIC  9(4).
           02 ACC-PIN              PIC  9(4).
           02 ACC-RESULTADO        PIC  X(1).
           02 ACC-NIVEL            PIC  9(1).
           02 ACC-MODO             PIC  X(1) VALUE "N".
           02 ACC-AVISO            PIC X(15) VALUE SPACES.
       77 FSM                      PIC  X(2).
       77 FSK                       PIC   X(2).

       77 LAST-USER-MOV-NUM        PIC  9(35).
       77 CENT-SALDO-USER          PIC S9(11).

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
       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
           05 FILLER LINE 1 COL 66 FOREGROUND-COLOR RED HIGHLIGHT
               PIC X(15) FROM ACC-AVISO.

       01 SIGNON-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(4) USING OPID-INTRO.
           05 FILLER BLANK ZERO SECURE AUTO LINE 11 COL 45
               PIC 9(4) USING OPPIN-INTRO.
           05 FILLER LINE 12 COL 45
               PIC X(1) USING MODO-INTRO.


       01 MOVNUM-ACCEPT.
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE MODO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

      * fallidos y la caducidad de la clave del operador.
           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
       CONSULTA-SALDO-TARJETA-FIN.
           EXIT.

      * En tarjeta de credito el cargo anulado se devuelve a la linea
      * de credito del ciclo y el saldo queda como estaba; anular un
      * abono vuelve a disponer del credito y, si ya no cabe, el
      * importe se carga al saldo.
       ESCRIBIR-ANULACION.
           MOVE ORIG-TARJETA TO CRE-TARJETA.
           MOVE "C"          TO CRE-OPERACION.
           MOVE 0            TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO NOT = "O"
               ADD CORRECCION-CENT TO CENT-SALDO-USER
               GO TO ESCRIBIR-ANULACION-MOV.

           IF CORRECCION-CENT > 0
               MOVE "A"             TO CRE-OPERACION
               MOVE CORRECCION-CENT TO CRE-IMPORTE-CENT
           ELSE
               MOVE "D"             TO CRE-OPERACION
               COMPUTE CRE-IMPORTE-CENT = 0 - CORRECCION-CENT
           END-IF.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO NOT = "O"
               ADD CORRECCION-CENT TO CENT-SALDO-USER.

       ESCRIBIR-ANULACION-MOV.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
