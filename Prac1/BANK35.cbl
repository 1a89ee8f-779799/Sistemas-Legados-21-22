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
       77 PEDNUM-INTRO             PIC  9(10).
       77 PED-EN-PANTALLA          PIC  9(2).
       77 LINEA-PED-ACTUAL         PIC  9(2).
       77 FECHA-HOY-AAAAMMDD       PIC  9(8).

       01 DATOS-STOCKDIV.
           02 STKC-MODO             PIC  X(1).
           02 STKC-TIPO             PIC  X(1).
           02 STKC-SUCURSAL         PIC  9(4).
           02 STKC-MONEDA           PIC  X(3).
           02 STKC-DIV-CENT         PIC S9(11).
           02 STKC-OPERADOR         PIC  9(4).
           02 STKC-REFERENCIA       PIC X(20).
           02 STKC-FECHA            PIC  9(8).
           02 STKC-RESULTADO        PIC  X(1).
           02 STKC-EXISTENCIAS-CENT PIC S9(11).

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

       01 SUCURSAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 8 COL 45


      * Entrega en ventanilla de los pedidos de divisas: lista la
      * cola de la sucursal y confirma la entrega de cada pedido,
      * que descuenta los billetes de las existencias de la
      * sucursal.
       PROCEDURE DIVISION.
       SIGNON-OPERADOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
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
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO WAIT-PEDIDO.

      * Los billetes entregados salen de las existencias de divisa
      * de la sucursal; sin existencias bastantes no hay entrega.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-OPERACION
               THRU LEER-FECHA-OPERACION-FIN.
           COMPUTE FECHA-HOY-AAAAMMDD = (ANO * 10000) + (MES * 100)
               + DIA.

           MOVE "S"                TO STKC-MODO.
           MOVE "E"                TO STKC-TIPO.
           MOVE DVP-SUCURSAL       TO STKC-SUCURSAL.
           MOVE DVP-MONEDA         TO STKC-MONEDA.
           MOVE DVP-DIV-CENT       TO STKC-DIV-CENT.
           MOVE OPERADOR-ACTUAL    TO STKC-OPERADOR.
           MOVE SPACES             TO STKC-REFERENCIA.
           STRING "Pedido " DVP-NUM
               DELIMITED BY SIZE INTO STKC-REFERENCIA.
           MOVE FECHA-HOY-AAAAMMDD TO STKC-FECHA.
           CALL "BANKDST" USING DATOS-STOCKDIV.
           IF STKC-RESULTADO = "I"
               DISPLAY "Sin existencias bastantes de esa divisa"
                   LINE 20 COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO WAIT-PEDIDO.
           IF STKC-RESULTADO NOT = "O"
               GO TO PSYS-ERR.

           MOVE "E" TO DVP-ESTADO.
           REWRITE PEDIDODIV-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-PEDIDOSDIV.
