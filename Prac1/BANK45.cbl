       77 OPERADOR-NIVEL           PIC  9(1).
       77 OPID-INTRO               PIC  9(4).
       77 OPPIN-INTRO              PIC  9(4).
       77 ENTORNO-INTRO            PIC  X(1).
       77 SEGUNDO-OPERADOR         PIC  9(4).

       01 DATOS-ACCESO.
           02 ACC-PIN              PIC  9(4).
           02 ACC-RESULTADO        PIC  X(1).
           02 ACC-NIVEL            PIC  9(1).
           02 ACC-MODO             PIC  X(1) VALUE "N".
           02 ACC-AVISO            PIC X(15) VALUE SPACES.

       77 LAST-AUD-NUM             PIC  9(10).
       77 AUDIT-ACCION             PIC X(20).
       77 TOTAL-BLOQUEADAS         PIC  9(6) VALUE 0.
       77 TOTAL-NO-ENCONTRADAS     PIC  9(6) VALUE 0.

       01 DATOS-FICHERO.
           02 FICC-MODO             PIC  X(1).
           02 FICC-FICHERO          PIC X(30).
           02 FICC-PROGRAMA         PIC X(10).
           02 FICC-ESTADO           PIC  X(1).
           02 FICC-ORIGEN           PIC  X(8).
           02 FICC-FECHA            PIC  9(8).
           02 FICC-SECUENCIA        PIC  9(6).
           02 FICC-REGISTROS        PIC  9(9).
           02 FICC-MOTIVO           PIC X(30).

       01 DATOS-INCIDENCIA.
           02 INC-AVISO-PROGRAMA   PIC  X(8).
           02 INC-AVISO-PARRAFO    PIC  X(20).
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
               PIC X(1) USING ENTORNO-INTRO.

       01 RANGO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
           DISPLAY "Identificacion del operador" LINE 8 COLUMN 26.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
           INITIALIZE ENTORNO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.


           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE ENTORNO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
               COLUMN 22.
           INITIALIZE OPID-INTRO.
           INITIALIZE OPPIN-INTRO.
      * La segunda firma se da en el modo que ya tiene la sesion.
           MOVE ACC-MODO TO ENTORNO-INTRO.
           DISPLAY "Operador:" LINE 10 COLUMN 20.
           DISPLAY "Clave:" LINE 11 COLUMN 20.
           DISPLAY "Formacion (S/N):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

               CLOSE F-LISTA
               GO TO PSYS-ERR.

           MOVE "C" TO FICC-MODO.
           MOVE "listabloqueo.txt" TO FICC-FICHERO.
           MOVE "BANK45" TO FICC-PROGRAMA.
           CALL "BANKFIC" USING DATOS-FICHERO.
           IF FICC-ESTADO = "P"
               CLOSE F-LISTA
               MOVE "listabloqueo.txt ya procesado"
                   TO LINEA-RESULTADO
               WRITE LINEA-RESULTADO
               GO TO FIN-PROCESO.
           IF FICC-ESTADO NOT = "A" AND NOT = "X"
               CLOSE F-LISTA
               MOVE SPACES TO LINEA-RESULTADO
               STRING "listabloqueo.txt no aceptado, estado "
                   FICC-ESTADO " " FICC-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-RESULTADO
               WRITE LINEA-RESULTADO
               GO TO FIN-PROCESO.

       LEER-LISTA.
           READ F-LISTA AT END GO TO LISTA-LEIDA.
           IF LINEA-LISTA(1:3) = "CAB" OR LINEA-LISTA(1:3) = "PIE"
               GO TO LEER-LISTA.
           ADD 1 TO TOTAL-LEIDAS.

           IF LINEA-LISTA(1:16) IS NOT NUMERIC

       LISTA-LEIDA.
           CLOSE F-LISTA.

           IF FICC-ESTADO = "A"
               MOVE "P" TO FICC-MODO
               CALL "BANKFIC" USING DATOS-FICHERO.

           GO TO FIN-PROCESO.

       PEDIR-RANGO.
