           RECORD KEY IS AUD-NUM
           FILE STATUS IS FSAU.

           SELECT OPTIONAL F-CAPTURAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-NUM
           ALTERNATE RECORD KEY IS CAP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCP.


       DATA DIVISION.
       FILE SECTION.
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           02 AUD-MIN               PIC  9(2).
           02 AUD-SEG               PIC  9(2).

      * Tarjetas retenidas por los cajeros; el transporte confirma
      * aqui que las saca del terminal (estado T a R).
       FD F-CAPTURAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "capturas.ubd".
       01 CAPTURA-REG.
           02 CAP-NUM               PIC  9(10).
           02 CAP-TARJETA           PIC  9(16).
           02 CAP-TERMINAL          PIC  9(4).
           02 CAP-FECHA             PIC  9(8).
           02 CAP-HORA              PIC  9(6).
           02 CAP-MOTIVO            PIC  X(3).
           02 CAP-PROPIA            PIC  X(1).
           02 CAP-ESTADO            PIC  X(1).
           02 CAP-FECHA-RETIRADA    PIC  9(8).
           02 CAP-OPERADOR-RETIRADA PIC  9(4).
           02 CAP-FECHA-CIERRE      PIC  9(8).
           02 CAP-OPERADOR          PIC  9(4).


       WORKING-STORAGE SECTION.
       77 FSOP                     PIC  X(2).
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
       77 FSG                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSCP                     PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 DISPENSADO-MOV-CENT      PIC S9(13).
       77 DESCUADRE-CENT           PIC S9(13).
       77 FECHA-MOV-AAAAMMDD       PIC  9(8).
       77 CAPTURAS-EN-TERMINAL     PIC  9(5).
       77 CAPTURAS-RETIRADAS       PIC  9(5).


       01 DATOS-INCIDENCIA.
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

       01 RECUENTO-ACCEPT.
           05 FILLER BLANK ZERO AUTO UNDERLINE
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
           WRITE LINEA-CUADRE.
           CLOSE F-CUADRE.

      * Con el terminal abierto el transporte saca tambien las
      * tarjetas retenidas; se le pide que confirme la retirada.
       CAPTURAS-TERMINAL.
           MOVE 0 TO CAPTURAS-EN-TERMINAL.
           MOVE 0 TO CAPTURAS-RETIRADAS.

           OPEN INPUT F-CAPTURAS.
           IF FSCP <> 00 AND 05
               GO TO PANTALLA-RESULTADO.

       CONTAR-CAPTURAS.
           READ F-CAPTURAS NEXT RECORD AT END
               GO TO CAPTURAS-CONTADAS.
           IF CAP-TERMINAL = TERMINAL-INTRO AND CAP-ESTADO = "T"
               ADD 1 TO CAPTURAS-EN-TERMINAL.
           GO TO CONTAR-CAPTURAS.

       CAPTURAS-CONTADAS.
           CLOSE F-CAPTURAS.
           IF CAPTURAS-EN-TERMINAL = 0
               GO TO PANTALLA-RESULTADO.

       PANTALLA-CAPTURAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjetas retenidas en el terminal:" LINE 9
               COLUMN 18.
           DISPLAY CAPTURAS-EN-TERMINAL LINE 9 COLUMN 54.
           DISPLAY "Retire las tarjetas y confirme la retirada"
               LINE 11 COLUMN 18.
           DISPLAY "Enter - Confirmar retirada" LINE 24 COLUMN 1.
           DISPLAY "ESC - No retiradas" LINE 24 COLUMN 62.

       PANTALLA-CAPTURAS-ENTER.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
               GO TO PANTALLA-RESULTADO
           ELSE
               GO TO PANTALLA-CAPTURAS-ENTER.

           OPEN I-O F-CAPTURAS.
           IF FSCP <> 00
               GO TO PSYS-ERR.

       MARCAR-CAPTURAS.
           READ F-CAPTURAS NEXT RECORD AT END
               GO TO CAPTURAS-MARCADAS.
           IF CAP-TERMINAL NOT = TERMINAL-INTRO
               GO TO MARCAR-CAPTURAS.
           IF CAP-ESTADO NOT = "T"
               GO TO MARCAR-CAPTURAS.

           MOVE "R"             TO CAP-ESTADO.
           MOVE FECHA           TO CAP-FECHA-RETIRADA.
           MOVE OPERADOR-ACTUAL TO CAP-OPERADOR-RETIRADA.
           REWRITE CAPTURA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CAPTURAS-RETIRADAS.
           GO TO MARCAR-CAPTURAS.

       CAPTURAS-MARCADAS.
           CLOSE F-CAPTURAS.

           MOVE "RETIRADA TARJETAS" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING "TERMINAL " TERMINAL-INTRO
               " TARJETAS " CAPTURAS-RETIRADAS
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

       PANTALLA-RESULTADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Carga registrada correctamente" LINE 9 COLUMN 25.
                   LINE 11 COLUMN 18
           END-IF.

           IF CAPTURAS-EN-TERMINAL > 0
               DISPLAY "Tarjetas retenidas retiradas:" LINE 13
                   COLUMN 22
               DISPLAY CAPTURAS-RETIRADAS LINE 13 COLUMN 52
               DISPLAY "de" LINE 13 COLUMN 58
               DISPLAY CAPTURAS-EN-TERMINAL LINE 13 COLUMN 61
           END-IF.

           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSC=" FSC " " "FSG=" FSG " " "FSM=" FSM " "
               "FSCP=" FSCP
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
           CLOSE F-CASSETES.
           CLOSE F-CARGAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-CAPTURAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
