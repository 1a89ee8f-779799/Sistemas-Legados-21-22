           RECORD KEY IS OPP-NUM
           FILE STATUS IS FSPE.

           SELECT OPTIONAL F-VINCULADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-CLAVE
           FILE STATUS IS FSVI.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 OP-PIN                PIC  9(4).
           02 OP-NOMBRE             PIC X(30).
           02 OP-NIVEL              PIC  9(1).
           02 OP-NIF                PIC  X(9).
           02 OP-OFICINA            PIC  9(4).
           02 OP-TURNO-INICIO       PIC  9(4).
           02 OP-TURNO-FIN          PIC  9(4).

       FD F-OPERCTL
           LABEL RECORD STANDARD
           02 OPP-NIVEL             PIC  9(1).
           02 OPP-SOLICITANTE       PIC  9(4).
           02 OPP-ESTADO            PIC  X(1).
           02 OPP-OFICINA           PIC  9(4).
           02 OPP-NIF               PIC  X(9).

      * Cuentas propias o de allegados declaradas por cada operador,
      * para vigilar que no actue sobre ellas.
       FD F-VINCULADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasvinculadas.ubd".
       01 VINCULADA-REG.
           02 VIN-CLAVE.
               03 VIN-OPERADOR      PIC  9(4).
               03 VIN-CUENTA        PIC 9(16).
           02 VIN-RELACION          PIC  X(1).
           02 VIN-FECHA-ALTA        PIC  9(8).

       FD F-AUDITORIA
           LABEL RECORD STANDARD
       77 FSOC                     PIC  X(2).
       77 FSPE                     PIC  X(2).
       77 FSAU                     PIC  X(2).
       77 FSVI                     PIC  X(2).

       77 OPERADOR-ACTUAL          PIC  9(4).
       77 OPERADOR-NIVEL           PIC  9(1).
       77 SOLO-CAMBIO-CLAVE        PIC  X(1).
       77 OPID-INTRO               PIC  9(4).
       77 OPPIN-INTRO              PIC  9(4).
       77 MODO-INTRO               PIC  X(1).
       77 LAST-AUD-NUM             PIC  9(10).
       77 AUDIT-ACCION             PIC X(20).
       77 AUDIT-CLAVE              PIC X(35).
           02 ACC-PIN              PIC  9(4).
           02 ACC-RESULTADO        PIC  X(1).
           02 ACC-NIVEL            PIC  9(1).
           02 ACC-MODO             PIC  X(1) VALUE "N".
           02 ACC-AVISO            PIC X(15) VALUE SPACES.

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 NUEVO-PIN                PIC  9(4).
       77 NUEVO-NOMBRE             PIC X(30).
       77 NUEVO-NIVEL              PIC  9(1).
       77 NUEVO-OFICINA            PIC  9(4).
       77 NUEVO-NIF                PIC  X(9).
       77 NUEVO-TURNO-INICIO       PIC  9(4).
       77 NUEVO-TURNO-FIN          PIC  9(4).
       77 VINCCTA-INTRO            PIC 9(16).
       77 VINCREL-INTRO            PIC  X(1).
       77 ACCION-VINC              PIC  9(1).
       77 TURNO-HORA               PIC  9(2).
       77 TURNO-MINUTO             PIC  9(2).
       77 TURNO-VALIDO             PIC  9(1).
       77 TURNO-COMPROBAR          PIC  9(4).
       77 NIF-VALIDO               PIC  9(1).
       77 NIF-NUM                  PIC  9(8).
       77 NIF-RESTO                PIC  9(2).
       01 NIF-TRABAJO              PIC  X(9).
       77 LETRAS-NIF               PIC  X(23) VALUE
           "TRWAGMYFPDXBNJZSQVHLCKE".
       77 PENDNUM-INTRO            PIC  9(10).
       77 ACCION-PEND              PIC  9(1).
       77 CLAVE-ACTUAL             PIC  9(4).
       77 PEND-EN-PANTALLA         PIC  9(2).
       77 LINEA-PEND-ACTUAL        PIC  9(2).

       01 DATOS-OFICINA.
           02 OFIC-MODO             PIC  X(1).
           02 OFIC-TIPO             PIC  X(1).
           02 OFIC-ID               PIC 9(16).
           02 OFIC-OFICINA          PIC  9(4).
           02 OFIC-RESULTADO        PIC  X(1).
           02 OFIC-NOMBRE           PIC X(30).
           02 OFIC-REGION           PIC X(20).

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
               PIC X(1) USING MODO-INTRO.

       01 ALTA-OP-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
               PIC X(30) USING NUEVO-NOMBRE.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 45
               PIC 9(1) USING NUEVO-NIVEL.
           05 FILLER BLANK ZERO SECURE AUTO LINE 12 COL 45
               PIC 9(4) USING NUEVO-PIN.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 45
               PIC 9(4) USING NUEVO-OFICINA.
           05 FILLER LINE 14 COL 45
               PIC X(9) USING NUEVO-NIF.

       01 DATOS-OP-ACCEPT.
           05 FILLER AUTO LINE 12 COL 45
               PIC X(9) USING NUEVO-NIF.
           05 FILLER AUTO LINE 13 COL 45
               PIC 9(4) USING NUEVO-TURNO-INICIO.
           05 FILLER LINE 14 COL 45
               PIC 9(4) USING NUEVO-TURNO-FIN.

       01 VINCULADA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 9 COL 45
               PIC 9(4) USING NUEVO-OPID.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(16) USING VINCCTA-INTRO.
           05 FILLER AUTO LINE 11 COL 45
               PIC X(1) USING VINCREL-INTRO.
           05 FILLER BLANK ZERO LINE 12 COL 45
               PIC 9(1) USING ACCION-VINC.

       01 OPID-ACCEPT.
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


           MOVE OPID-INTRO  TO ACC-OPID.
           MOVE OPPIN-INTRO TO ACC-PIN.
           MOVE MODO-INTRO  TO ACC-MODO.
           CALL "BANKOPS" USING DATOS-ACCESO.

           IF ACC-RESULTADO = "S"
           DISPLAY "5 - Cambiar mi clave" LINE 12 COLUMN 20.
           DISPLAY "6 - Aprobar solicitudes pendientes" LINE 13
               COLUMN 20.
           DISPLAY "7 - NIF y turno de operador" LINE 14 COLUMN 20.
           DISPLAY "8 - Cuentas vinculadas de operador" LINE 15
               COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 66.

       PMENU-ADMIN-ACEPTAR.
               GO TO DESBLOQUEAR-OPERADOR.
           IF CHOICE = 6
               GO TO LISTAR-PENDIENTES.
           IF CHOICE = 7
               GO TO DATOS-OPERADOR.
           IF CHOICE = 8
               GO TO CUENTAS-VINCULADAS.
           GO TO PMENU-ADMIN-ACEPTAR.

       ALTA-OPERADOR.
           INITIALIZE NUEVO-NOMBRE.
           INITIALIZE NUEVO-NIVEL.
           INITIALIZE NUEVO-PIN.
           INITIALIZE NUEVO-OFICINA.
           INITIALIZE NUEVO-NIF.
           DISPLAY "Identificador:" LINE 9 COLUMN 20.
           DISPLAY "Nombre:" LINE 10 COLUMN 20.
           DISPLAY "Nivel (0 formacion,1,2):" LINE 11 COLUMN 20.
           DISPLAY "Clave inicial:" LINE 12 COLUMN 20.
           DISPLAY "Oficina (0=ninguna):" LINE 13 COLUMN 20.
           DISPLAY "NIF/NIE del operador:" LINE 14 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

                   GO TO ALTA-OPERADOR.

           IF NUEVO-OPID = 0 OR NUEVO-NOMBRE = SPACES
              OR NUEVO-NIVEL > 2
               DISPLAY "Revise identificador, nombre y nivel"
                   LINE 15 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO ALTA-OPERADOR.

      * El NIF del empleado permite cruzarlo con los titulares de
      * las cuentas sobre las que actua.
           MOVE NUEVO-NIF TO NIF-TRABAJO.
           PERFORM VALIDA-NIF THRU VALIDA-NIF-FIN.
           IF NIF-VALIDO = 0
               DISPLAY "NIF/NIE no valido, reviselo"
                   LINE 15 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO ALTA-OPERADOR.

           IF NUEVO-OFICINA NOT = 0
               MOVE "V"           TO OFIC-MODO
               MOVE NUEVO-OFICINA TO OFIC-OFICINA
               CALL "BANKOFI" USING DATOS-OFICINA
               IF OFIC-RESULTADO NOT = "O"
                   DISPLAY "Oficina inexistente o cerrada"
                       LINE 15 COLUMN 20 WITH BACKGROUND-COLOR RED
                   GO TO ALTA-OPERADOR.

           OPEN INPUT F-OPERADORES.
           IF FSOP = 00
               MOVE NUEVO-OPID TO OP-ID
               READ F-OPERADORES INVALID KEY CONTINUE
                   NOT INVALID KEY
                   CLOSE F-OPERADORES
                   DISPLAY "Ese operador ya existe" LINE 15
                       COLUMN 20 WITH BACKGROUND-COLOR RED
                   GO TO ALTA-OPERADOR
               END-READ
           MOVE NUEVO-PIN    TO OP-PIN.
           MOVE NUEVO-NOMBRE TO OP-NOMBRE.
           MOVE NUEVO-NIVEL  TO OP-NIVEL.
           MOVE NUEVO-NIF    TO OP-NIF.
           MOVE NUEVO-OFICINA TO OP-OFICINA.
           MOVE 0            TO OP-TURNO-INICIO.
           MOVE 0            TO OP-TURNO-FIN.
           WRITE OPERADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-OPERADORES.

               WITH FOREGROUND-COLOR IS BLUE.
           INITIALIZE NUEVO-OPID.
           INITIALIZE NUEVO-NIVEL.
           INITIALIZE NUEVO-OFICINA.
           DISPLAY "Identificador:" LINE 9 COLUMN 20.
           DISPLAY "Nuevo nivel (0-2):" LINE 10 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

               ELSE
                   GO TO CAMBIAR-NIVEL.

           IF NUEVO-NIVEL > 2
               DISPLAY "Nivel no valido" LINE 12 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO CAMBIAR-NIVEL.
           IF NUEVO-NIVEL >= 2
               MOVE "N" TO OPP-TIPO
               MOVE OP-NOMBRE TO NUEVO-NOMBRE
               MOVE OP-NIF TO NUEVO-NIF
               MOVE 0 TO NUEVO-PIN
               PERFORM SOLICITAR-APROBACION
                   THRU SOLICITAR-APROBACION-FIN
           MOVE OPP-PIN    TO NUEVO-PIN.
           MOVE OPP-NOMBRE TO NUEVO-NOMBRE.
           MOVE OPP-NIVEL  TO NUEVO-NIVEL.
           MOVE OPP-OFICINA TO NUEVO-OFICINA.
           MOVE OPP-NIF    TO NUEVO-NIF.

           IF OPP-TIPO = "A"
               PERFORM EJECUTAR-ALTA THRU EJECUTAR-ALTA-FIN
           MOVE NUEVO-NIVEL     TO OPP-NIVEL.
           MOVE OPERADOR-ACTUAL TO OPP-SOLICITANTE.
           MOVE " "             TO OPP-ESTADO.
           MOVE NUEVO-OFICINA   TO OPP-OFICINA.
           MOVE NUEVO-NIF       TO OPP-NIF.
           WRITE OPPEND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-OPPEND.

       SOLICITAR-APROBACION-FIN.
           EXIT.

      * NIF del empleado y franja horaria de su turno (HHMM).  Con
      * inicio y fin a cero no tiene turno asignado.  Nadie puede
      * modificar sus propios datos de control.
       DATOS-OPERADOR.
           DISPLAY BLANK-SCREEN.
           DISPLAY "NIF y turno de operador" LINE 2 COLUMN 28
               WITH FOREGROUND-COLOR IS BLUE.
           INITIALIZE NUEVO-OPID.
           DISPLAY "Identificador:" LINE 9 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT OPID-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-ADMIN
               ELSE
                   GO TO DATOS-OPERADOR.

           IF NUEVO-OPID = OPERADOR-ACTUAL
               DISPLAY "No puede modificar sus propios datos" LINE 16
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO VOLVER-MENU.

           OPEN INPUT F-OPERADORES.
           IF FSOP <> 00
               GO TO PSYS-ERR.
           MOVE NUEVO-OPID TO OP-ID.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               DISPLAY "Ese operador no existe" LINE 16 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO VOLVER-MENU.
           CLOSE F-OPERADORES.

           DISPLAY OP-NOMBRE LINE 10 COLUMN 45.
           MOVE OP-NIF          TO NUEVO-NIF.
           MOVE OP-TURNO-INICIO TO NUEVO-TURNO-INICIO.
           MOVE OP-TURNO-FIN    TO NUEVO-TURNO-FIN.
           MOVE SPACES TO AUDIT-ANTES.
           STRING OP-NIF " " OP-TURNO-INICIO "-" OP-TURNO-FIN
               DELIMITED BY SIZE INTO AUDIT-ANTES.

       DATOS-OPERADOR-ACEPTAR.
           DISPLAY "NIF/NIE:" LINE 12 COLUMN 20.
           DISPLAY "Inicio de turno (HHMM):" LINE 13 COLUMN 20.
           DISPLAY "Fin de turno (HHMM):" LINE 14 COLUMN 20.

           ACCEPT DATOS-OP-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-ADMIN
               ELSE
                   GO TO DATOS-OPERADOR-ACEPTAR.

           MOVE NUEVO-NIF TO NIF-TRABAJO.
           PERFORM VALIDA-NIF THRU VALIDA-NIF-FIN.
           IF NIF-VALIDO = 0
               DISPLAY "NIF/NIE no valido, reviselo" LINE 16
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO DATOS-OPERADOR-ACEPTAR.

           MOVE NUEVO-TURNO-INICIO TO TURNO-COMPROBAR.
           PERFORM VALIDA-TURNO THRU VALIDA-TURNO-FIN.
           IF TURNO-VALIDO = 1
               MOVE NUEVO-TURNO-FIN TO TURNO-COMPROBAR
               PERFORM VALIDA-TURNO THRU VALIDA-TURNO-FIN.
           IF TURNO-VALIDO = 1
               IF NUEVO-TURNO-INICIO = NUEVO-TURNO-FIN
                  AND NUEVO-TURNO-INICIO NOT = 0
                   MOVE 0 TO TURNO-VALIDO.
           IF TURNO-VALIDO = 0
               DISPLAY "Turno no valido, use HHMM (0000-2359)"
                   LINE 16 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO DATOS-OPERADOR-ACEPTAR.

           OPEN I-O F-OPERADORES.
           IF FSOP <> 00
               GO TO PSYS-ERR.
           MOVE NUEVO-OPID TO OP-ID.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               GO TO PSYS-ERR.
           MOVE NUEVO-NIF          TO OP-NIF.
           MOVE NUEVO-TURNO-INICIO TO OP-TURNO-INICIO.
           MOVE NUEVO-TURNO-FIN    TO OP-TURNO-FIN.
           REWRITE OPERADOR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-OPERADORES.

           MOVE "CAMBIO DATOS OP" TO AUDIT-ACCION.
           MOVE NUEVO-OPID        TO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING NUEVO-NIF " " NUEVO-TURNO-INICIO "-"
               NUEVO-TURNO-FIN
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           DISPLAY "Datos del operador actualizados" LINE 16
               COLUMN 20.
           GO TO VOLVER-MENU.

       VALIDA-TURNO.
           MOVE 1 TO TURNO-VALIDO.
           DIVIDE TURNO-COMPROBAR BY 100 GIVING TURNO-HORA
               REMAINDER TURNO-MINUTO.
           IF TURNO-HORA > 23 OR TURNO-MINUTO > 59
               MOVE 0 TO TURNO-VALIDO.

       VALIDA-TURNO-FIN.
           EXIT.

      * Registro de cuentas propias o de allegados que declara cada
      * operador: relacion T titular, F familiar, O otra vinculacion.
       CUENTAS-VINCULADAS.
           DISPLAY BLANK-SCREEN.
           DISPLAY "Cuentas vinculadas de operador" LINE 2
               COLUMN 25 WITH FOREGROUND-COLOR IS BLUE.
           INITIALIZE NUEVO-OPID.
           INITIALIZE VINCCTA-INTRO.
           INITIALIZE VINCREL-INTRO.
           INITIALIZE ACCION-VINC.
           DISPLAY "Operador:" LINE 9 COLUMN 20.
           DISPLAY "Cuenta:" LINE 10 COLUMN 20.
           DISPLAY "Relacion (T/F/O):" LINE 11 COLUMN 20.
           DISPLAY "Accion (1-Alta 2-Baja):" LINE 12 COLUMN 20.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 1.
           DISPLAY "ESC - Cancelar" LINE 24 COLUMN 66.

           ACCEPT VINCULADA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-ADMIN
               ELSE
                   GO TO CUENTAS-VINCULADAS.

           MOVE FUNCTION UPPER-CASE(VINCREL-INTRO) TO VINCREL-INTRO.
           IF NUEVO-OPID = 0 OR VINCCTA-INTRO = 0
              OR ACCION-VINC < 1 OR ACCION-VINC > 2
               DISPLAY "Indique operador, cuenta y accion validos"
                   LINE 14 COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO VOLVER-MENU.
           IF ACCION-VINC = 1 AND VINCREL-INTRO NOT = "T"
              AND VINCREL-INTRO NOT = "F" AND VINCREL-INTRO NOT = "O"
               DISPLAY "Relacion no valida" LINE 14 COLUMN 20
                   WITH BACKGROUND-COLOR RED
               GO TO VOLVER-MENU.

           OPEN I-O F-VINCULADAS.
           IF FSVI = 35
               CLOSE F-VINCULADAS
               OPEN OUTPUT F-VINCULADAS
               CLOSE F-VINCULADAS
               OPEN I-O F-VINCULADAS.
           IF FSVI <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE NUEVO-OPID    TO VIN-OPERADOR.
           MOVE VINCCTA-INTRO TO VIN-CUENTA.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING NUEVO-OPID " " VINCCTA-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.

           IF ACCION-VINC = 2
               GO TO BAJA-VINCULADA.

           MOVE VINCREL-INTRO      TO VIN-RELACION.
           MOVE FECHA-HOY-AAAAMMDD TO VIN-FECHA-ALTA.
           WRITE VINCULADA-REG INVALID KEY
               CLOSE F-VINCULADAS
               DISPLAY "Esa cuenta ya esta declarada" LINE 14
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO VOLVER-MENU.
           CLOSE F-VINCULADAS.

           MOVE "ALTA VINCULADA" TO AUDIT-ACCION.
           MOVE SPACES           TO AUDIT-ANTES.
           MOVE VINCREL-INTRO    TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           DISPLAY "Cuenta vinculada registrada" LINE 14 COLUMN 20.
           GO TO VOLVER-MENU.

       BAJA-VINCULADA.
           READ F-VINCULADAS INVALID KEY
               CLOSE F-VINCULADAS
               DISPLAY "Esa cuenta no esta declarada" LINE 14
                   COLUMN 20 WITH BACKGROUND-COLOR RED
               GO TO VOLVER-MENU.
           MOVE VIN-RELACION TO AUDIT-ANTES.
           DELETE F-VINCULADAS INVALID KEY GO TO PSYS-ERR.
           CLOSE F-VINCULADAS.

           MOVE "BAJA VINCULADA" TO AUDIT-ACCION.
           MOVE SPACES           TO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           DISPLAY "Cuenta vinculada dada de baja" LINE 14
               COLUMN 20.
           GO TO VOLVER-MENU.

       VALIDA-NIF.
           MOVE 0 TO NIF-VALIDO.

           MOVE FUNCTION UPPER-CASE(NIF-TRABAJO) TO NIF-TRABAJO.
           MOVE NIF-TRABAJO TO NUEVO-NIF.

           IF NIF-TRABAJO(1:1) = "X"
               MOVE "0" TO NIF-TRABAJO(1:1).
           IF NIF-TRABAJO(1:1) = "Y"
               MOVE "1" TO NIF-TRABAJO(1:1).
           IF NIF-TRABAJO(1:1) = "Z"
               MOVE "2" TO NIF-TRABAJO(1:1).

           IF NIF-TRABAJO(1:8) IS NOT NUMERIC
               GO TO VALIDA-NIF-FIN.

           MOVE NIF-TRABAJO(1:8) TO NIF-NUM.
           COMPUTE NIF-RESTO = FUNCTION MOD(NIF-NUM, 23).

           IF NIF-TRABAJO(9:1) = LETRAS-NIF(NIF-RESTO + 1:1)
               MOVE 1 TO NIF-VALIDO.

       VALIDA-NIF-FIN.
           EXIT.

       VOLVER-MENU.
           ACCEPT PRESSED-KEY LINE 24 COLUMN 80 ON EXCEPTION
           IF ESC-PRESSED
           CLOSE F-OPERADORES.
           CLOSE F-OPERCTL.
           CLOSE F-OPPEND.
           CLOSE F-VINCULADAS.
           DISPLAY "Ha ocurrido un error interno" LINE 22 COLUMN 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
