           RECORD KEY IS TASA-MONEDA
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-BINESDCC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BDC-BIN-DESDE
           FILE STATUS IS FSBD.

           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           02 TASA-CAMBIO-DEC       PIC  9(4).
           02 TASA-FECHA            PIC  9(8).

      * Moneda de origen de las tarjetas de otras entidades por
      * rango de BIN, para ofrecer el cargo en su moneda.
       FD F-BINESDCC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "binesdcc.ubd".
       01 BINDCC-REG.
           02 BDC-BIN-DESDE         PIC  9(6).
           02 BDC-BIN-HASTA         PIC  9(6).
           02 BDC-MONEDA            PIC  X(3).

       FD F-OPERADORES
           LABEL RECORD STANDARD
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
       77 AUDIT-ANTES              PIC X(20).
       77 AUDIT-DESPUES            PIC X(20).
       77 FSR                      PIC  X(2).
       77 FSBD                     PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 FECHA-INTRO              PIC  9(8).
       77 TASAS-EN-PANTALLA        PIC  9(2).
       77 LINEA-TASA-ACTUAL        PIC  9(2).
       77 BIN-DESDE-INTRO          PIC  9(6).
       77 BIN-HASTA-INTRO          PIC  9(6).


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

       01 FILA-TASA.
           05 FILLER LINE LINEA-TASA-ACTUAL COL 20
           05 FILLER BLANK ZERO LINE 13 COL 45
               PIC 9(8) USING FECHA-INTRO.

       01 BIN-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(6) USING BIN-DESDE-INTRO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(6) USING BIN-HASTA-INTRO.
           05 FILLER LINE 12 COL 45
               PIC X(3) USING MONEDA-INTRO.


       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
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
       PMENU.
           DISPLAY "1 - Listar tasas de cambio" LINE 8 COLUMN 20.
           DISPLAY "2 - Alta/modificacion de tasa" LINE 9 COLUMN 20.
           DISPLAY "3 - Moneda de tarjetas por rango de BIN" LINE 10
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
               GO TO LISTAR-TASAS.
           IF CHOICE = 2
               GO TO MODIFICAR-TASA.
           IF CHOICE = 3
               GO TO MODIFICAR-BIN.
           GO TO PMENUA1.

       LISTAR-TASAS.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Rango de BIN de tarjetas de otras entidades y su moneda,
      * que el cajero ofrece para el cargo; sin moneda se da de baja
      * el rango que empieza en ese BIN.
       MODIFICAR-BIN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Moneda de tarjetas por rango de BIN" LINE 6
               COLUMN 23.
           INITIALIZE BIN-DESDE-INTRO.
           INITIALIZE BIN-HASTA-INTRO.
           INITIALIZE MONEDA-INTRO.
           DISPLAY "BIN desde:" LINE 10 COLUMN 20.
           DISPLAY "BIN hasta:" LINE 11 COLUMN 20.
           DISPLAY "Moneda (ISO, en blanco baja):" LINE 12 COLUMN 14.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT BIN-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO MODIFICAR-BIN.

           MOVE FUNCTION UPPER-CASE(MONEDA-INTRO) TO MONEDA-INTRO.

           IF BIN-DESDE-INTRO = 0
               DISPLAY "Indique un BIN valido!!" LINE 16 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO MODIFICAR-BIN.

           OPEN I-O F-BINESDCC.
           IF FSBD = 35
               CLOSE F-BINESDCC
               OPEN OUTPUT F-BINESDCC
               CLOSE F-BINESDCC
               OPEN I-O F-BINESDCC.
           IF FSBD <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE BIN-DESDE-INTRO TO BDC-BIN-DESDE.
           IF MONEDA-INTRO = SPACES
               DELETE F-BINESDCC INVALID KEY CONTINUE END-DELETE
               CLOSE F-BINESDCC
               MOVE "BIN DCC BAJA" TO AUDIT-ACCION
               GO TO BIN-AUDITAR.

           IF BIN-HASTA-INTRO < BIN-DESDE-INTRO
               CLOSE F-BINESDCC
               DISPLAY "El BIN hasta no puede ser menor!!" LINE 16
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO MODIFICAR-BIN.

           MOVE BIN-HASTA-INTRO TO BDC-BIN-HASTA.
           MOVE MONEDA-INTRO    TO BDC-MONEDA.
           REWRITE BINDCC-REG INVALID KEY
               WRITE BINDCC-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-BINESDCC.
           MOVE "BIN DCC ACTUALIZADO" TO AUDIT-ACCION.

       BIN-AUDITAR.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING BIN-DESDE-INTRO "-" BIN-HASTA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE MONEDA-INTRO TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Moneda de tarjetas por rango de BIN" LINE 6
               COLUMN 23.
           DISPLAY "Rango de BIN actualizado" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           MOVE "BANK17"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSR=" FSR " " "FSBD=" FSBD " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.
