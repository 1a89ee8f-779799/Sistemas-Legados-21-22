           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-AUDITORIA
           LABEL RECORD STANDARD
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
       77 LAST-AUD-NUM             PIC  9(10).
       77 AUDIT-ACCION             PIC X(20).
       77 AUDIT-CLAVE              PIC X(35).
       01 SIGNON-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(4) USING OPID-INTRO.
           05 FILLER BLANK ZERO SECURE AUTO LINE 11 COL 45
               PIC 9(4) USING OPPIN-INTRO.
           05 FILLER LINE 12 COL 45
               PIC X(1) USING MODO-INTRO.

       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
           05 FILLER LINE 1 COL 66 FOREGROUND-COLOR RED HIGHLIGHT
               PIC X(15) FROM ACC-AVISO.

       01 FILA-RETENIDA.
           05 FILLER LINE LINEA-RET-ACTUAL COL 02
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
