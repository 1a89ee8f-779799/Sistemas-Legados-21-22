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
       77 FST                      PIC  X(2).
       77 FSI                      PIC  X(2).

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


       01 TNUM-ACCEPT.
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
               GO TO PSYS-ERR.
           MOVE TNUM-INTRO TO INUM.
           READ INTENTOS INVALID KEY GO TO PSYS-ERR.
      * Las tarjetas de un titular fallecido quedan bloqueadas hasta
      * el reparto de la herencia y el cierre de la cuenta.
           IF I-REPORTADO = "F"
               CLOSE INTENTOS
               GO TO TARJETA-FALLECIDO.
           MOVE 3 TO IINTENTOS.
           MOVE " " TO I-REPORTADO.
           REWRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       TARJETA-FALLECIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta bloqueada por fallecimiento del titular"
               LINE 10 COLUMN 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Anota la accion sensible en el fichero de auditoria con el
      * operador identificado y los valores antes y despues.
       REGISTRAR-AUDITORIA.
