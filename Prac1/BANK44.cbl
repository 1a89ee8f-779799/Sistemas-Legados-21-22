       01 TERMINAL-REG.
           02 TERM-ID               PIC  9(4).
           02 TERM-UBICACION        PIC X(30).
           02 TERM-OFICINA          PIC  9(4).

       FD F-TERMCTL
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
       77 TERMID-INTRO             PIC  9(4).
       77 ACCION-INTRO             PIC  X(1).
       77 MOTIVO-INTRO             PIC X(30).
       77 CAUSA-INTRO              PIC  X(1).
       77 TOTAL-BILLETES           PIC  9(6).
       77 ESTADO-MOSTRAR           PIC  X(5).
       77 LINEA-ACTUAL             PIC  9(2).
           02 INC-AVISO-FICHEROS   PIC  X(30).
           02 INC-AVISO-TARJETA    PIC  9(16).

       01 DATOS-HISTTERM.
           02 HTT-TERMINAL          PIC  9(4).
           02 HTT-ESTADO            PIC  X(1).
           02 HTT-CAUSA             PIC  X(1).
           02 HTT-MOTIVO            PIC X(30).
           02 HTT-OPERADOR          PIC  9(4).
           02 HTT-PROGRAMA          PIC  X(8).
           02 HTT-RESULTADO         PIC  X(1).

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

       01 FILA-TERMINAL.
           05 FILLER LINE LINEA-ACTUAL COL 2
           05 FILLER LINE 20 COL 18 VALUE "Accion (F/A):".
           05 FILLER AUTO UNDERLINE
               LINE 20 COL 32 PIC X(1) USING ACCION-INTRO.
           05 FILLER LINE 20 COL 35 VALUE "Causa (E/A/M/B):".
           05 FILLER AUTO UNDERLINE
               LINE 20 COL 52 PIC X(1) USING CAUSA-INTRO.
           05 FILLER LINE 21 COL 2 VALUE "Motivo:".
           05 FILLER AUTO UNDERLINE
               LINE 21 COL 12 PIC X(30) USING MOTIVO-INTRO.
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE MODO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.


           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
               DISPLAY "Sin terminales dados de alta" LINE 8
                   COLUMN 26.

      * F deja el terminal fuera de servicio con su causa y motivo;
      * A lo devuelve al servicio.  Cada cambio queda en el
      * historico de terminales para el informe de disponibilidad.
       GESTIONAR-TERMINAL.
           INITIALIZE TERMID-INTRO.
           INITIALIZE ACCION-INTRO.
           INITIALIZE CAUSA-INTRO.
           INITIALIZE MOTIVO-INTRO.
           DISPLAY "Causas: E sin efectivo, A averia, M mantenimiento,"
               LINE 23 COLUMN 2.
           DISPLAY " B ventana batch" LINE 23 COLUMN 52.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.
           DISPLAY "Enter sin terminal - refrescar" LINE 24
               COLUMN 2.
                   WITH BACKGROUND-COLOR RED
               GO TO GESTIONAR-TERMINAL.

           MOVE FUNCTION UPPER-CASE(CAUSA-INTRO) TO CAUSA-INTRO.
           IF ACCION-INTRO = "A"
               MOVE SPACE TO CAUSA-INTRO.
           IF ACCION-INTRO = "F" AND CAUSA-INTRO NOT = "E"
              AND CAUSA-INTRO NOT = "A" AND CAUSA-INTRO NOT = "M"
              AND CAUSA-INTRO NOT = "B"
               DISPLAY "Causa no valida (E/A/M/B)" LINE 22 COLUMN 2
                   WITH BACKGROUND-COLOR RED
               GO TO GESTIONAR-TERMINAL.

           OPEN I-O F-TERMCTL.
           IF FSTC = 35
               CLOSE F-TERMCTL
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           MOVE TERMID-INTRO     TO HTT-TERMINAL.
           MOVE ACCION-INTRO     TO HTT-ESTADO.
           MOVE CAUSA-INTRO      TO HTT-CAUSA.
           MOVE MOTIVO-INTRO     TO HTT-MOTIVO.
           IF ACCION-INTRO = "A"
               MOVE SPACES TO HTT-MOTIVO.
           MOVE OPERADOR-ACTUAL  TO HTT-OPERADOR.
           MOVE "BANK44"         TO HTT-PROGRAMA.
           CALL "BANKHTE" USING DATOS-HISTTERM.

           GO TO LISTAR-TERMINALES.

      * Estado de control y suma de billetes de los tres cassettes.
