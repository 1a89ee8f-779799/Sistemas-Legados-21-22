           RECORD KEY IS COM-CLAVE
           FILE STATUS IS FSCO.

           SELECT OPTIONAL F-TARIFASPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPD-CLAVE
           FILE STATUS IS FSTP.


           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           02 COM-FIJO-CENT          PIC   9(5).
           02 COM-PCT-BP             PIC   9(4).

      * Cambios de tarifa a la espera del preaviso a clientes.
      * Accion A alta o modificacion con los nuevos valores, B baja.
      * Fecha de aviso 0 mientras no se haya lanzado la campana de
      * preaviso; el corte no aplica el cambio hasta entonces.
       FD F-TARIFASPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifaspend.ubd".
       01 TARIFAPEND-REG.
           02 TPD-CLAVE.
               03 TPD-OPER           PIC   X(3).
               03 TPD-TRAMO          PIC   9(1).
           02 TPD-ACCION             PIC   X(1).
           02 TPD-HASTA-CENT         PIC   9(9).
           02 TPD-FIJO-CENT          PIC   9(5).
           02 TPD-PCT-BP             PIC   9(4).
           02 TPD-FECHA-EFECTO       PIC   9(8).
           02 TPD-OPERADOR           PIC   9(4).
           02 TPD-FECHA-AVISO        PIC   9(8).

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
       77 FSCO                     PIC  X(2).
       77 FSTP                     PIC  X(2).

      * Plazo minimo de preaviso al cliente de un cambio de tarifa.
       78 MESES-PREAVISO           VALUE 2.
       77 EFECTO-ANO               PIC  9(4).
       77 EFECTO-MES               PIC  9(3).
       77 EFECTO-DIA               PIC  9(2).
       77 FECHA-EFECTO-AAAAMMDD    PIC  9(8).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
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

       01 FILA-TARIFA.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 16
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 46
               FOREGROUND-COLOR YELLOW PIC 9(4) FROM COM-PCT-BP.

       01 FILA-PENDIENTE.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 4
               FOREGROUND-COLOR YELLOW PIC X(3) FROM TPD-OPER.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 9
               FOREGROUND-COLOR YELLOW PIC 9(1) FROM TPD-TRAMO.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 12
               FOREGROUND-COLOR YELLOW PIC X(1) FROM TPD-ACCION.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 15
               FOREGROUND-COLOR YELLOW PIC 9(9) FROM TPD-HASTA-CENT.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 26
               FOREGROUND-COLOR YELLOW PIC 9(5) FROM TPD-FIJO-CENT.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 33
               FOREGROUND-COLOR YELLOW PIC 9(4) FROM TPD-PCT-BP.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 40
               FOREGROUND-COLOR YELLOW PIC 9(8) FROM TPD-FECHA-EFECTO.
           05 FILLER LINE LINEA-TARIFA-ACTUAL COL 51
               FOREGROUND-COLOR YELLOW PIC 9(8) FROM TPD-FECHA-AVISO.

       01 TARIFA-ACCEPT.
           05 FILLER AUTO LINE 9 COL 50
               PIC X(3) USING OPER-INTRO.
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
           DISPLAY "1 - Listar tarifas" LINE 8 COLUMN 20.
           DISPLAY "2 - Alta/modificacion de tarifa" LINE 9 COLUMN 20.
           DISPLAY "3 - Baja de tarifa" LINE 10 COLUMN 20.
           DISPLAY "4 - Cambios programados" LINE 11 COLUMN 20.
           DISPLAY "ESC - Salir" LINE 24 COLUMN 34.

       PMENUA1.
               GO TO MODIFICAR-TARIFA.
           IF CHOICE = 3
               GO TO BAJA-TARIFA.
           IF CHOICE = 4
               GO TO LISTAR-PENDIENTES.
           GO TO PMENUA1.

       LISTAR-TARIFAS.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

      * Cambios que esperan el preaviso a clientes; fecha de aviso
      * 0 = campana aun no lanzada.
       LISTAR-PENDIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambios de tarifa programados" LINE 6 COLUMN 26.
           DISPLAY "OPE T  A" LINE 8 COLUMN 4.
           DISPLAY "HASTA CENT" LINE 8 COLUMN 15.
           DISPLAY "FIJO" LINE 8 COLUMN 26.
           DISPLAY "PB" LINE 8 COLUMN 33.
           DISPLAY "EFECTO" LINE 8 COLUMN 40.
           DISPLAY "AVISO" LINE 8 COLUMN 51.

           MOVE 0 TO TARIFAS-EN-PANTALLA.
           MOVE 9 TO LINEA-TARIFA-ACTUAL.

           OPEN INPUT F-TARIFASPEND.
           IF FSTP <> 00
               CLOSE F-TARIFASPEND
               GO TO FIN-LISTADO-PENDIENTES.

       LEER-PENDIENTES.
           READ F-TARIFASPEND NEXT RECORD AT END
               CLOSE F-TARIFASPEND
               GO TO FIN-LISTADO-PENDIENTES.

           ADD 1 TO TARIFAS-EN-PANTALLA.
           DISPLAY FILA-PENDIENTE.
           ADD 1 TO LINEA-TARIFA-ACTUAL.

           IF TARIFAS-EN-PANTALLA = 14
               CLOSE F-TARIFASPEND
               GO TO FIN-LISTADO-PENDIENTES.

           GO TO LEER-PENDIENTES.

       FIN-LISTADO-PENDIENTES.
           IF TARIFAS-EN-PANTALLA = 0
               DISPLAY "No hay cambios programados" LINE 10
                   COLUMN 27.

           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.
           GO TO EXIT-ENTER.

       MODIFICAR-TARIFA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta/modificacion de tarifa" LINE 6 COLUMN 27.
                   COLUMN 15 WITH BACKGROUND-COLOR RED
               GO TO MODIFICAR-TARIFA.

      * El cambio no se aplica aqui: queda programado para cuando
      * venza el preaviso a los clientes afectados.
           MOVE OPER-INTRO  TO TPD-OPER.
           MOVE TRAMO-INTRO TO TPD-TRAMO.
           MOVE "A"         TO TPD-ACCION.
           COMPUTE TPD-HASTA-CENT = HASTA-ENT-INTRO * 100.
           COMPUTE TPD-FIJO-CENT = (FIJO-ENT-INTRO * 100)
                                 + FIJO-DEC-INTRO.
           MOVE PCT-BP-INTRO TO TPD-PCT-BP.
           PERFORM PROGRAMAR-CAMBIO THRU PROGRAMAR-CAMBIO-FIN.

           MOVE "TARIFA PROGRAMADA" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING OPER-INTRO "/" TRAMO-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING "EFECTO " FECHA-EFECTO-AAAAMMDD
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Alta/modificacion de tarifa" LINE 6 COLUMN 27.
           PERFORM MOSTRAR-PROGRAMADO THRU MOSTRAR-PROGRAMADO-FIN.
           GO TO EXIT-ENTER.

       BAJA-TARIFA.

           MOVE FUNCTION UPPER-CASE(OPER-INTRO) TO OPER-INTRO.

           OPEN INPUT F-TARIFASCOM.
           IF FSCO <> 00 AND 05
               GO TO PSYS-ERR.

               DISPLAY "Tarifa no encontrada" LINE 16 COLUMN 15
                   WITH BACKGROUND-COLOR RED
               GO TO BAJA-TARIFA.
           CLOSE F-TARIFASCOM.

      * Tambien la supresion de una tarifa espera al preaviso.
           MOVE OPER-INTRO  TO TPD-OPER.
           MOVE TRAMO-INTRO TO TPD-TRAMO.
           MOVE "B"         TO TPD-ACCION.
           MOVE 0           TO TPD-HASTA-CENT.
           MOVE 0           TO TPD-FIJO-CENT.
           MOVE 0           TO TPD-PCT-BP.
           PERFORM PROGRAMAR-CAMBIO THRU PROGRAMAR-CAMBIO-FIN.

           MOVE "BAJA TARIFA PROGRAM" TO AUDIT-ACCION.
           MOVE SPACES TO AUDIT-CLAVE.
           STRING OPER-INTRO "/" TRAMO-INTRO
               DELIMITED BY SIZE INTO AUDIT-CLAVE.
           MOVE SPACES TO AUDIT-ANTES.
           MOVE SPACES TO AUDIT-DESPUES.
           STRING "EFECTO " FECHA-EFECTO-AAAAMMDD
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           PERFORM REGISTRAR-AUDITORIA
               THRU REGISTRAR-AUDITORIA-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Baja de tarifa" LINE 6 COLUMN 32.
           PERFORM MOSTRAR-PROGRAMADO THRU MOSTRAR-PROGRAMADO-FIN.
           GO TO EXIT-ENTER.

      * Deja el cambio en tarifaspend.ubd con fecha de efecto al
      * cumplirse el preaviso.  Un cambio anterior de la misma tarifa
      * aun pendiente se sustituye y vuelve a preavisarse.
       PROGRAMAR-CAMBIO.
           PERFORM CALCULAR-FECHA-EFECTO
               THRU CALCULAR-FECHA-EFECTO-FIN.

           OPEN I-O F-TARIFASPEND.
           IF FSTP = 35
               CLOSE F-TARIFASPEND
               OPEN OUTPUT F-TARIFASPEND
               CLOSE F-TARIFASPEND
               OPEN I-O F-TARIFASPEND.
           IF FSTP <> 00 AND 05
               GO TO PSYS-ERR.

           MOVE FECHA-EFECTO-AAAAMMDD TO TPD-FECHA-EFECTO.
           MOVE OPERADOR-ACTUAL       TO TPD-OPERADOR.
           MOVE 0                     TO TPD-FECHA-AVISO.
           REWRITE TARIFAPEND-REG INVALID KEY
               WRITE TARIFAPEND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TARIFASPEND.

       PROGRAMAR-CAMBIO-FIN.
           EXIT.

      * Hoy mas el plazo de preaviso.  Si el dia no existe en el mes
      * de destino se pasa al dia 1 del siguiente, nunca antes.
       CALCULAR-FECHA-EFECTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE ANO TO EFECTO-ANO.
           COMPUTE EFECTO-MES = MES + MESES-PREAVISO.
           MOVE DIA TO EFECTO-DIA.
           IF EFECTO-DIA > 28
               MOVE 1 TO EFECTO-DIA
               ADD 1 TO EFECTO-MES.

       AJUSTAR-EFECTO-MES.
           IF EFECTO-MES > 12
               SUBTRACT 12 FROM EFECTO-MES
               ADD 1 TO EFECTO-ANO
               GO TO AJUSTAR-EFECTO-MES.

           COMPUTE FECHA-EFECTO-AAAAMMDD = (EFECTO-ANO * 10000)
               + (EFECTO-MES * 100) + EFECTO-DIA.

       CALCULAR-FECHA-EFECTO-FIN.
           EXIT.

       MOSTRAR-PROGRAMADO.
           DISPLAY "Cambio programado con preaviso a clientes"
               LINE 10 COLUMN 20.
           DISPLAY "Entrara en vigor el" LINE 11 COLUMN 20.
           DISPLAY EFECTO-DIA LINE 11 COLUMN 40.
           DISPLAY "-" LINE 11 COLUMN 42.
           DISPLAY EFECTO-MES(2:2) LINE 11 COLUMN 43.
           DISPLAY "-" LINE 11 COLUMN 45.
           DISPLAY EFECTO-ANO LINE 11 COLUMN 46.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 33.

       MOSTRAR-PROGRAMADO-FIN.
           EXIT.

       PSYS-ERR.
           MOVE "BANK27"       TO INC-AVISO-PROGRAMA.
           MOVE "PSYS-ERR"     TO INC-AVISO-PARRAFO.
           MOVE SPACES TO INC-AVISO-FICHEROS.
           STRING "FSCO=" FSCO " " "FSTP=" FSTP " "
               DELIMITED BY SIZE INTO INC-AVISO-FICHEROS.
           MOVE 0 TO INC-AVISO-TARJETA.
           CALL "BANKERR" USING DATOS-INCIDENCIA.

           CLOSE F-TARIFASCOM.
           CLOSE F-TARIFASPEND.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
