           ALTERNATE RECORD KEY IS CUO-TARJETA WITH DUPLICATES
           FILE STATUS IS FSCU.

           SELECT OPTIONAL F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTM-NUM
           ALTERNATE RECORD KEY IS PTM-CUENTA WITH DUPLICATES
           FILE STATUS IS FSPT.

           SELECT OPTIONAL F-HUCHAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS HUCHA-TARJETA WITH DUPLICATES
           FILE STATUS IS FSHU.

           SELECT OPTIONAL F-DEFUNCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-NIF
           FILE STATUS IS FSDF.

           SELECT CONTADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 DISP-ESTADO            PIC   X(1).
           02 DISP-RESOLUCION        PIC  X(20).

      * Defunciones de titulares registradas en BANK51.  Estado B
      * bienes bloqueados, R herencia repartida a los herederos.
       FD F-DEFUNCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "defunciones.ubd".
       01 DEFUNCION-REG.
           02 DEF-NIF               PIC  X(9).
           02 DEF-NOMBRE            PIC X(30).
           02 DEF-FECHA-DEF         PIC  9(8).
           02 DEF-FECHA-ALTA        PIC  9(8).
           02 DEF-OPERADOR          PIC  9(4).
           02 DEF-SALDO-CENT        PIC S9(11).
           02 DEF-REPARTIDO-CENT    PIC S9(11).
           02 DEF-FECHA-REPARTO     PIC  9(8).
           02 DEF-ESTADO            PIC  X(1).

       FD CONTADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "contadores.ubd".
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           02 CUO-PROX-FECHA        PIC   9(8).
           02 CUO-ESTADO            PIC   X(1).

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
       01 PRESTAMO-REG.
           02 PTM-NUM               PIC  9(10).
           02 PTM-CUENTA            PIC 9(16).
           02 PTM-TARJETA           PIC 9(16).
           02 PTM-PRINCIPAL-CENT    PIC S9(11).
           02 PTM-TASA-BP           PIC   9(4).
           02 PTM-MESES             PIC   9(3).
           02 PTM-DIA-PAGO          PIC   9(2).
           02 PTM-CUOTA-CENT        PIC  S9(9).
           02 PTM-PENDIENTE-CENT    PIC S9(11).
           02 PTM-PAGADAS           PIC   9(3).
           02 PTM-MORA              PIC   9(3).
           02 PTM-FECHA-ALTA        PIC   9(8).
           02 PTM-OPERADOR          PIC   9(4).
           02 PTM-ESTADO            PIC   X(1).

       FD F-HUCHAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "huchas.ubd".
       77 FSD                      PIC  X(2).
       77 FSDP                     PIC  X(2).
       77 FSCU                     PIC  X(2).
       77 FSPT                     PIC  X(2).
       77 FSHU                     PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSCI                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSFO                     PIC  X(2).
       77 SALDOM-ENCONTRADO        PIC  9(1).
       77 FSDF                     PIC  X(2).

       01 DATOS-CREDITO.
           02 CRE-TARJETA           PIC 9(16).
           02 CRE-OPERACION         PIC  X(1).
           02 CRE-IMPORTE-CENT      PIC S9(11).
           02 CRE-RESULTADO         PIC  X(1).
           02 CRE-LIMITE-CENT       PIC S9(11).
           02 CRE-DISPONIBLE-CENT   PIC S9(11).
           02 CRE-EXTRACTO-CENT     PIC S9(11).

       77 OPERADOR-ACTUAL          PIC  9(4).
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

       77 PRESSED-KEY              PIC  9(4).
       77 CTAID-INTRO              PIC 9(16).
       77 NIF-TITULAR              PIC  X(9).
       77 TARJETA-ABONO            PIC 9(16).
       77 PENDIENTES               PIC  9(3).
       77 MOTIVO-PENDIENTE         PIC X(35).
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

       01 CIERRE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
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
               DISPLAY "Esa cuenta ya esta cerrada" LINE 14
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO PEDIR-CUENTA-REINTENTO.
           MOVE CTA-NIF TO NIF-TITULAR.
           CLOSE CUENTAS.

           IF TARJETA-ABONO NOT = 0
           MOVE 0 TO PENDIENTES.
           MOVE SPACES TO MOTIVO-PENDIENTE.

      * La cuenta de un titular fallecido no se cierra hasta que su
      * saldo se ha repartido entre los herederos.
           OPEN INPUT F-DEFUNCIONES.
           IF FSDF = 00
               MOVE NIF-TITULAR TO DEF-NIF
               READ F-DEFUNCIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DEF-ESTADO = "B"
                           ADD 1 TO PENDIENTES
                           MOVE "herencia sin repartir"
                               TO MOTIVO-PENDIENTE
                       END-IF
               END-READ
           END-IF.
           CLOSE F-DEFUNCIONES.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.
               PERFORM LEER-CUO-PEND THRU LEER-CUO-PEND-SALIR.
           CLOSE F-CUOTAS.

           OPEN INPUT F-PRESTAMOS.
           IF FSPT = 00
               PERFORM LEER-PTM-PEND THRU LEER-PTM-PEND-SALIR.
           CLOSE F-PRESTAMOS.

      * Lo dispuesto o aplazado de una tarjeta de credito se cobra
      * en el extracto; la linea debe estar liquidada.
           MOVE TARJETA-PROCESO TO CRE-TARJETA.
           MOVE "C" TO CRE-OPERACION.
           MOVE 0   TO CRE-IMPORTE-CENT.
           CALL "BANKCRE" USING DATOS-CREDITO.
           IF CRE-RESULTADO = "O"
              AND CRE-DISPONIBLE-CENT < CRE-LIMITE-CENT
               ADD 1 TO PENDIENTES
               MOVE "tarjeta de credito sin liquidar"
                   TO MOTIVO-PENDIENTE.

       COMPROBAR-PEND-TARJETA-FIN.
           EXIT.

       LEER-CUO-PEND-SALIR.
           EXIT.

      * Un prestamo personal sin amortizar seguiria cobrando sus
      * cuotas en la tarjeta liquidada.
       LEER-PTM-PEND.
           READ F-PRESTAMOS NEXT RECORD AT END
               GO TO LEER-PTM-PEND-SALIR.
           IF PTM-TARJETA = TARJETA-PROCESO AND PTM-ESTADO NOT = "F"
               ADD 1 TO PENDIENTES
               MOVE "prestamos sin amortizar" TO MOTIVO-PENDIENTE.
           GO TO LEER-PTM-PEND.

       LEER-PTM-PEND-SALIR.
           EXIT.

      * Ejecucion del cierre: liquida y anula tarjeta a tarjeta,
      * cierra la cuenta y deja el extracto final y la auditoria.
       EJECUTAR-CIERRE.
