           ALTERNATE RECORD KEY IS DEP-TARJETA WITH DUPLICATES
           FILE STATUS IS FSDP.

           SELECT OPTIONAL F-PIGNORACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIG-DEP-NUM
           ALTERNATE RECORD KEY IS PIG-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPG.

           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 DEP-FECHA-VTO         PIC   9(8).
           02 DEP-ESTADO            PIC   X(1).

       FD F-PIGNORACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pignoraciones.ubd".
       01 PIGNORACION-REG.
           02 PIG-DEP-NUM           PIC  9(10).
           02 PIG-CUENTA            PIC 9(16).
           02 PIG-TARJETA           PIC 9(16).
           02 PIG-TIPO              PIC   X(1).
           02 PIG-PRESTAMO          PIC  9(10).
           02 PIG-CENT              PIC S9(11).
           02 PIG-LINEA-CENT        PIC   9(9).
           02 PIG-DISPUESTA         PIC   X(1).
           02 PIG-FECHA-ALTA        PIC   9(8).
           02 PIG-FECHA-BAJA        PIC   9(8).
           02 PIG-OPERADOR          PIC   9(4).
           02 PIG-ESTADO            PIC   X(1).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-AUDITORIA
           LABEL RECORD STANDARD

       WORKING-STORAGE SECTION.
       77 FSDP                     PIC  X(2).
       77 FSPG                     PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSSA                     PIC  X(2).
       77 FSPA                     PIC  X(2).
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

       01 DEPNUM-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
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
                   COLUMN 25 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.

      * Un deposito en garantia no se cancela hasta liberarlo.
           PERFORM COMPROBAR-PIGNORACION
               THRU COMPROBAR-PIGNORACION-FIN.
           IF PIG-ESTADO = "V"
               CLOSE F-DEPOSITOS
               DISPLAY "Deposito pignorado: no se puede cancelar"
                   LINE 14 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-DEP-REINTENTO.

           PERFORM LEER-PENALIZACION THRU LEER-PENALIZACION-FIN.

           COMPUTE PROD-PENAL = DEP-CENT * PENAL-BP.
           ELSE
               GO TO PEDIR-DEPOSITO.

       COMPROBAR-PIGNORACION.
           MOVE SPACES TO PIG-ESTADO.

           OPEN INPUT F-PIGNORACIONES.
           IF FSPG <> 00
               CLOSE F-PIGNORACIONES
               GO TO COMPROBAR-PIGNORACION-FIN.

           MOVE DEP-NUM TO PIG-DEP-NUM.
           READ F-PIGNORACIONES INVALID KEY
               MOVE SPACES TO PIG-ESTADO.
           CLOSE F-PIGNORACIONES.

       COMPROBAR-PIGNORACION-FIN.
           EXIT.

       LEER-PENALIZACION.
           MOVE DEPPENAL-DEFECTO TO PENAL-BP.

